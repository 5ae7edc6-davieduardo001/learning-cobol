000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLPOST.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. GENERAL-LEDGER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - GENERAL LEDGER POSTING. APPLIES
000100*                   THE NIGHT'S GLJRNL BATCHES FROM GLEXTR (FOR
000110*                   THE COMPANY ON THE COMPSEL CARD) AND THE
000120*                   MANUAL JOURNAL ENTRIES KEYED ON GLMANJE TO
000130*                   THE GLBAL PERIOD BALANCES PER COMPANY,
000140*                   ACCOUNT AND MONTH, AND APPENDS EVERY POSTED
000150*                   LINE TO THE GLDETL DETAIL LEDGER. A BATCH
000160*                   THAT DOES NOT BALANCE OR CARRIES AN UNMAPPED
000170*                   ACCOUNT IS REFUSED OUTRIGHT; ONE NAMING AN
000180*                   ACCOUNT MISSING FROM THE GLACCT CHART OR
000190*                   INACTIVE, OR DATED IN A CLOSED MONTH, IS
000200*                   HELD WHOLE ON GLJSUSP AND OFFERED AGAIN
000210*                   EACH NIGHT. NOTHING IS EVER HALF POSTED.
000220*                   REGISTERS IN THE FILELOCK IN-USE CONTROL
000230*                   WHILE IT HOLDS GLBAL.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT COMPSEL-IN  ASSIGN TO COMPSEL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-COMP-STATUS.
000310     SELECT GLJRNL-IN   ASSIGN TO GLJRNL
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-JRNL-STATUS.
000340     SELECT GLMANJE-IN  ASSIGN TO GLMANJE
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MANJ-STATUS.
000370     SELECT GLJSUSP     ASSIGN TO GLJSUSP
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SUSP-STATUS.
000400     SELECT GLACCT      ASSIGN TO GLACCT
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS GA-KEY
000440         FILE STATUS IS WS-ACCT-STATUS.
000450     SELECT GLBAL       ASSIGN TO GLBAL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS GB-KEY
000490         FILE STATUS IS WS-BAL-STATUS.
000500     SELECT GLDETL-OUT  ASSIGN TO GLDETL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DETL-STATUS.
000530     SELECT GLP-RPT     ASSIGN TO GLPRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  COMPSEL-IN.
000590 01  COMPSEL-REC          PIC X(2).
000600
000610*----THE GLEXTR JOURNAL - DETAIL LINES FOLLOWED BY A BATCH TOTAL
000620*----RECORD PER SOURCE. A BATCH GLEXTR COULD NOT MAP CARRIES
000630*----BLANK ACCOUNTS.
000640 FD  GLJRNL-IN.
000650 01  GLJRNL-REC.
000660     05  GJ-SOURCE        PIC X(8).
000670     05  GJ-REC-TYPE      PIC X(1).
000680         88  GJ-DETAIL        VALUE "D".
000690         88  GJ-BATCH-TOTAL   VALUE "T".
000700     05  GJ-ACCT          PIC X(6).
000710     05  GJ-DC            PIC X(1).
000720     05  GJ-AMOUNT        PIC 9(9)V99.
000730     05  GJ-POST-DATE     PIC 9(8).
000740
000750*----ONE CARD PER LINE OF A MANUAL JOURNAL ENTRY. CONSECUTIVE
000760*----CARDS WITH THE SAME COMPANY AND ENTRY NUMBER ARE ONE ENTRY
000770*----AND MUST BALANCE. A ZERO DATE POSTS ON THE BUSINESS DATE.
000780 FD  GLMANJE-IN.
000790 01  GLMANJE-REC.
000800     05  MJ-COMPANY       PIC X(2).
000810     05  MJ-ENTRY         PIC X(6).
000820     05  MJ-DATE          PIC 9(8).
000830     05  MJ-ACCT          PIC X(6).
000840     05  MJ-DC            PIC X(1).
000850     05  MJ-AMOUNT        PIC 9(9)V99.
000860     05  MJ-DESC          PIC X(30).
000870     05  MJ-PREPARER      PIC X(3).
000880
000890 FD  GLJSUSP.
000900     COPY "GLSUSP.cpy".
000910
000920 FD  GLACCT.
000930     COPY "GLACCT.cpy".
000940
000950 FD  GLBAL.
000960     COPY "GLBAL.cpy".
000970
000980 FD  GLDETL-OUT.
000990     COPY "GLDETL.cpy".
001000
001010 FD  GLP-RPT.
001020 01  GLP-RPT-REC          PIC X(100).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-COMP-STATUS       PIC X(2) VALUE SPACES.
001060 01  WS-JRNL-STATUS       PIC X(2) VALUE SPACES.
001070 01  WS-MANJ-STATUS       PIC X(2) VALUE SPACES.
001080 01  WS-SUSP-STATUS       PIC X(2) VALUE SPACES.
001090 01  WS-ACCT-STATUS       PIC X(2) VALUE SPACES.
001100 01  WS-BAL-STATUS        PIC X(2) VALUE SPACES.
001110 01  WS-DETL-STATUS       PIC X(2) VALUE SPACES.
001120 01  WS-COMP-EOF-SW       PIC X(1) VALUE "N".
001130     88  NO-COMPANY-CARD      VALUE "Y".
001140 01  WS-JRNL-EOF-SW       PIC X(1) VALUE "N".
001150     88  NO-MORE-JOURNAL      VALUE "Y".
001160 01  WS-MANJ-EOF-SW       PIC X(1) VALUE "N".
001170     88  NO-MORE-MANUAL       VALUE "Y".
001180 01  WS-SUSP-EOF-SW       PIC X(1) VALUE "N".
001190     88  NO-MORE-SUSPENSE     VALUE "Y".
001200 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
001210     88  RUN-FILES-OPEN       VALUE "Y".
001220 01  WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
001230     88  GLBAL-LOCK-HELD      VALUE "Y".
001240 01  WS-BATCH-DONE-SW     PIC X(1) VALUE "N".
001250     88  BATCH-COMPLETE       VALUE "Y".
001260 01  WS-BAL-NEW-SW        PIC X(1) VALUE "N".
001270     88  NEW-BALANCE-REC      VALUE "Y".
001280 01  WS-SEL-COMPANY       PIC X(2) VALUE SPACES.
001290 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001300 01  WS-RUN-RC            PIC S9(4) COMP VALUE 0.
001310 01  WS-REASON            PIC X(30) VALUE SPACES.
001320 01  WS-DISPOSITION       PIC X(8) VALUE SPACES.
001330 01  WS-DATE-WORK         PIC 9(8) VALUE 0.
001340 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001350     05  WS-DW-PERIOD     PIC 9(6).
001360     05  WS-DW-DAY        PIC 9(2).
001370 01  WS-OFFERED-COUNT     PIC 9(5) COMP VALUE 0.
001380 01  WS-POSTED-COUNT      PIC 9(5) COMP VALUE 0.
001390 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
001400 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
001410 01  WS-LINES-POSTED      PIC 9(7) COMP VALUE 0.
001420 01  WS-POSTED-TOTAL      PIC 9(11)V99 VALUE 0.
001430*----THE BATCH IN HAND - EVERY LINE IS BUFFERED AND PROVED
001440*----BEFORE ANY OF IT TOUCHES THE BALANCES. A FAULT FOUND WHILE
001450*----GATHERING THE LINES REFUSES THE WHOLE BATCH.
001460 01  WS-BAT-COMPANY       PIC X(2) VALUE SPACES.
001470 01  WS-BAT-SOURCE        PIC X(8) VALUE SPACES.
001480 01  WS-BAT-REF           PIC X(6) VALUE SPACES.
001490 01  WS-BAT-HELD-ON       PIC 9(8) VALUE 0.
001500 01  WS-BAT-FAULT         PIC X(30) VALUE SPACES.
001510 01  WS-BAT-CTL-SW        PIC X(1) VALUE "N".
001520     88  BATCH-HAS-TOTAL      VALUE "Y".
001530 01  WS-BAT-CONTROL       PIC 9(9)V99 VALUE 0.
001540 01  WS-BAT-DEBITS        PIC 9(11)V99 VALUE 0.
001550 01  WS-BAT-CREDITS       PIC 9(11)V99 VALUE 0.
001560 01  WS-BAT-BLANK-SW      PIC X(1) VALUE "N".
001570     88  BATCH-HAS-BLANK-ACCT VALUE "Y".
001580 01  WS-BAT-LINES         PIC 9(3) COMP VALUE 0.
001590 01  WS-BAT-TABLE.
001600     05  WS-BAT-LINE      OCCURS 200 TIMES
001610                          INDEXED BY BL-IDX.
001620         10  WS-L-ACCT    PIC X(6).
001630         10  WS-L-DC      PIC X(1).
001640         10  WS-L-AMOUNT  PIC 9(9)V99.
001650         10  WS-L-DATE    PIC 9(8).
001660         10  WS-L-DESC    PIC X(30).
001670 01  WS-NEW-ACCT          PIC X(6) VALUE SPACES.
001680 01  WS-NEW-DC            PIC X(1) VALUE SPACE.
001690 01  WS-NEW-AMOUNT        PIC 9(9)V99 VALUE 0.
001700 01  WS-NEW-DATE          PIC 9(8) VALUE 0.
001710 01  WS-NEW-DESC          PIC X(30) VALUE SPACES.
001720*----LAST NIGHT'S HELD BATCHES, LOADED WHOLE SO THE SUSPENSE
001730*----FILE CAN BE WRITTEN AFRESH WITH WHATEVER STAYS HELD
001740 01  WS-SUSP-COUNT        PIC 9(3) COMP VALUE 0.
001750 01  WS-SUSP-IX           PIC 9(3) COMP VALUE 0.
001760 01  WS-SUSP-TABLE.
001770     05  WS-SUSP-ENTRY    OCCURS 500 TIMES.
001780         10  WS-S-COMPANY PIC X(2).
001790         10  WS-S-SOURCE  PIC X(8).
001800         10  WS-S-REF     PIC X(6).
001810         10  WS-S-ACCT    PIC X(6).
001820         10  WS-S-DC      PIC X(1).
001830         10  WS-S-AMOUNT  PIC 9(9)V99.
001840         10  WS-S-DATE    PIC 9(8).
001850         10  WS-S-DESC    PIC X(30).
001860         10  WS-S-HELD-ON PIC 9(8).
001870 01  WS-HDG-LINE.
001880     05  FILLER           PIC X(40)
001890         VALUE "GENERAL LEDGER POSTING REGISTER ".
001900     05  HL-BUS-DATE      PIC 9(8).
001910 01  WS-RPT-LINE.
001920     05  RL-COMPANY       PIC X(2).
001930     05  FILLER           PIC X(1) VALUE SPACE.
001940     05  RL-SOURCE        PIC X(8).
001950     05  FILLER           PIC X(1) VALUE SPACE.
001960     05  RL-REF           PIC X(6).
001970     05  FILLER           PIC X(1) VALUE SPACE.
001980     05  RL-LINES         PIC ZZ9.
001990     05  FILLER           PIC X(1) VALUE SPACE.
002000     05  RL-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER           PIC X(1) VALUE SPACE.
002020     05  RL-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
002030     05  FILLER           PIC X(1) VALUE SPACE.
002040     05  RL-DISPOSITION   PIC X(8).
002050     05  FILLER           PIC X(1) VALUE SPACE.
002060     05  RL-REASON        PIC X(30).
002070 01  WS-TOTAL-LINE.
002080     05  TL-LABEL         PIC X(20).
002090     05  TL-COUNT         PIC ZZZZ9.
002100 01  WS-AMOUNT-LINE.
002110     05  AL-LABEL         PIC X(20).
002120     05  AL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002130*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
002140 01  WS-PERD-COMPANY      PIC X(2) VALUE SPACES.
002150 01  WS-PERD-DATE         PIC 9(8) VALUE 0.
002160 01  WS-PERD-RESULT       PIC X(1) VALUE SPACE.
002170*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
002180 01  WS-CTL-PROGRAM       PIC X(10) VALUE "GLPOST".
002190 01  WS-CTL-READ          PIC 9(7) VALUE 0.
002200 01  WS-CTL-WRITTEN       PIC 9(7) VALUE 0.
002210 01  WS-CTL-REJECTS       PIC 9(7) VALUE 0.
002220 01  WS-CTL-AMOUNT        PIC 9(11)V99 VALUE 0.
002230 01  WS-LOCK-FILE         PIC X(8) VALUE "GLBAL".
002240 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
002250 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
002260
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     IF RUN-FILES-OPEN
002310         PERFORM 2000-POST-HELD-BATCH THRU 2000-EXIT
002320             UNTIL WS-SUSP-IX > WS-SUSP-COUNT
002330         PERFORM 3000-POST-NIGHTLY-BATCH THRU 3000-EXIT
002340             UNTIL NO-MORE-JOURNAL
002350         PERFORM 4000-POST-MANUAL-ENTRY THRU 4000-EXIT
002360             UNTIL NO-MORE-MANUAL
002370     END-IF
002380     PERFORM 6000-TERMINATE THRU 6000-EXIT
002390     GOBACK.
002400
002410*----WITHOUT THE CHART NO BATCH CAN BE PROVED, SO THE RUN
002420*----REFUSES AND LEAVES THE JOURNAL, THE MANUAL ENTRIES AND THE
002430*----SUSPENSE FILE AS THEY ARE FOR THE NEXT RUN.
002440 1000-INITIALIZE.
002450     CALL "GETBDATE" USING WS-BUS-DATE
002460     PERFORM 1700-READ-COMPANY-CARD THRU 1700-EXIT
002470     MOVE "R" TO WS-LOCK-ACTION
002480     CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
002490         WS-LOCK-ACTION, WS-LOCK-RESULT
002500     IF WS-LOCK-RESULT = "B"
002510         DISPLAY "GLPOST: GLBAL IS IN USE BY ANOTHER "
002520             "PROGRAM - TRY AGAIN LATER"
002530         MOVE 8 TO RETURN-CODE
002540         GO TO 1000-EXIT
002550     END-IF
002560     MOVE "Y" TO WS-LOCK-HELD-SW
002570     OPEN INPUT GLACCT
002580     IF WS-ACCT-STATUS NOT = "00"
002590         DISPLAY "GLPOST: NO GLACCT CHART OF ACCOUNTS - RUN "
002600             "REFUSED"
002610         MOVE 12 TO RETURN-CODE
002620         GO TO 1000-EXIT
002630     END-IF
002640     OPEN I-O GLBAL
002650*----THE FIRST POSTING EVER CREATES THE BALANCES FILE
002660     IF WS-BAL-STATUS = "35"
002670         CLOSE GLBAL
002680         OPEN OUTPUT GLBAL
002690         CLOSE GLBAL
002700         OPEN I-O GLBAL
002710     END-IF
002720     IF WS-BAL-STATUS NOT = "00"
002730         DISPLAY "GLPOST: UNABLE TO OPEN GLBAL - STATUS "
002740             WS-BAL-STATUS
002750         CLOSE GLACCT
002760         MOVE 12 TO RETURN-CODE
002770         GO TO 1000-EXIT
002780     END-IF
002790     PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT
002800     IF WS-SUSP-COUNT > 500
002810         DISPLAY "GLPOST: GLJSUSP HOLDS OVER 500 LINES - CLEAR "
002820             "THE SUSPENSE BEFORE POSTING"
002830         CLOSE GLACCT
002840         CLOSE GLBAL
002850         MOVE 12 TO RETURN-CODE
002860         GO TO 1000-EXIT
002870     END-IF
002880     OPEN OUTPUT GLJSUSP
002890     OPEN EXTEND GLDETL-OUT
002900     IF WS-DETL-STATUS = "35"
002910         OPEN OUTPUT GLDETL-OUT
002920     END-IF
002930     OPEN OUTPUT GLP-RPT
002940     MOVE "Y" TO WS-FILES-OPEN-SW
002950     MOVE WS-BUS-DATE TO HL-BUS-DATE
002960     WRITE GLP-RPT-REC FROM WS-HDG-LINE
002970     MOVE SPACES TO GLP-RPT-REC
002980     WRITE GLP-RPT-REC
002990     MOVE 1 TO WS-SUSP-IX
003000     OPEN INPUT GLJRNL-IN
003010     IF WS-JRNL-STATUS NOT = "00"
003020         MOVE "Y" TO WS-JRNL-EOF-SW
003030     ELSE
003040         PERFORM 3900-READ-JOURNAL THRU 3900-EXIT
003050     END-IF
003060     OPEN INPUT GLMANJE-IN
003070     IF WS-MANJ-STATUS NOT = "00"
003080         MOVE "Y" TO WS-MANJ-EOF-SW
003090     ELSE
003100         PERFORM 4900-READ-MANUAL THRU 4900-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150*----A COUNT OVER 500 TELLS THE CALLER THE TABLE OVERFLOWED
003160 1200-LOAD-SUSPENSE.
003170     OPEN INPUT GLJSUSP
003180     IF WS-SUSP-STATUS NOT = "00"
003190         GO TO 1200-EXIT
003200     END-IF
003210     PERFORM 1250-LOAD-ONE-HELD-LINE THRU 1250-EXIT
003220         UNTIL NO-MORE-SUSPENSE OR WS-SUSP-COUNT > 500
003230     CLOSE GLJSUSP.
003240 1200-EXIT.
003250     EXIT.
003260
003270 1250-LOAD-ONE-HELD-LINE.
003280     READ GLJSUSP
003290         AT END MOVE "Y" TO WS-SUSP-EOF-SW
003300     END-READ
003310     IF NO-MORE-SUSPENSE
003320         GO TO 1250-EXIT
003330     END-IF
003340     ADD 1 TO WS-SUSP-COUNT
003350     IF WS-SUSP-COUNT > 500
003360         GO TO 1250-EXIT
003370     END-IF
003380     MOVE GS-COMPANY TO WS-S-COMPANY(WS-SUSP-COUNT)
003390     MOVE GS-SOURCE TO WS-S-SOURCE(WS-SUSP-COUNT)
003400     MOVE GS-REF TO WS-S-REF(WS-SUSP-COUNT)
003410     MOVE GS-ACCT TO WS-S-ACCT(WS-SUSP-COUNT)
003420     MOVE GS-DC TO WS-S-DC(WS-SUSP-COUNT)
003430     MOVE GS-AMOUNT TO WS-S-AMOUNT(WS-SUSP-COUNT)
003440     MOVE GS-POST-DATE TO WS-S-DATE(WS-SUSP-COUNT)
003450     MOVE GS-DESC TO WS-S-DESC(WS-SUSP-COUNT)
003460     MOVE GS-HELD-ON TO WS-S-HELD-ON(WS-SUSP-COUNT).
003470 1250-EXIT.
003480     EXIT.
003490
003500*----THE COMPANY THE NIGHT'S GLEXTR BATCHES BELONG TO. NO CARD
003510*----IS THE ORIGINAL COMPANY. MANUAL ENTRIES CARRY THEIR OWN.
003520 1700-READ-COMPANY-CARD.
003530     OPEN INPUT COMPSEL-IN
003540     IF WS-COMP-STATUS NOT = "00"
003550         GO TO 1700-EXIT
003560     END-IF
003570     READ COMPSEL-IN
003580         AT END MOVE "Y" TO WS-COMP-EOF-SW
003590     END-READ
003600     IF NOT NO-COMPANY-CARD
003610         MOVE COMPSEL-REC TO WS-SEL-COMPANY
003620     END-IF
003630     CLOSE COMPSEL-IN.
003640 1700-EXIT.
003650     EXIT.
003660
003670*----ONE HELD BATCH - ITS CONSECUTIVE SUSPENSE LINES - OFFERED
003680*----AGAIN. IT KEEPS THE DATE IT WAS FIRST HELD IF HELD AGAIN.
003690 2000-POST-HELD-BATCH.
003700     PERFORM 8000-START-BATCH THRU 8000-EXIT
003710     MOVE WS-S-COMPANY(WS-SUSP-IX) TO WS-BAT-COMPANY
003720     MOVE WS-S-SOURCE(WS-SUSP-IX) TO WS-BAT-SOURCE
003730     MOVE WS-S-REF(WS-SUSP-IX) TO WS-BAT-REF
003740     MOVE WS-S-HELD-ON(WS-SUSP-IX) TO WS-BAT-HELD-ON
003750     PERFORM 2100-ADD-HELD-LINE THRU 2100-EXIT
003760         UNTIL WS-SUSP-IX > WS-SUSP-COUNT
003770         OR WS-S-COMPANY(WS-SUSP-IX) NOT = WS-BAT-COMPANY
003780         OR WS-S-SOURCE(WS-SUSP-IX) NOT = WS-BAT-SOURCE
003790         OR WS-S-REF(WS-SUSP-IX) NOT = WS-BAT-REF
003800     PERFORM 8100-SETTLE-BATCH THRU 8100-EXIT.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-ADD-HELD-LINE.
003850     MOVE WS-S-ACCT(WS-SUSP-IX) TO WS-NEW-ACCT
003860     MOVE WS-S-DC(WS-SUSP-IX) TO WS-NEW-DC
003870     MOVE WS-S-AMOUNT(WS-SUSP-IX) TO WS-NEW-AMOUNT
003880     MOVE WS-S-DATE(WS-SUSP-IX) TO WS-NEW-DATE
003890     MOVE WS-S-DESC(WS-SUSP-IX) TO WS-NEW-DESC
003900     PERFORM 8050-ADD-LINE THRU 8050-EXIT
003910     ADD 1 TO WS-SUSP-IX.
003920 2100-EXIT.
003930     EXIT.
003940
003950*----ONE GLEXTR BATCH - ITS DETAIL LINES UP TO AND INCLUDING THE
003960*----BATCH TOTAL RECORD, WHOSE AMOUNT MUST AGREE WITH THE DEBITS.
003970 3000-POST-NIGHTLY-BATCH.
003980     PERFORM 8000-START-BATCH THRU 8000-EXIT
003990     MOVE WS-SEL-COMPANY TO WS-BAT-COMPANY
004000     MOVE GJ-SOURCE TO WS-BAT-SOURCE
004010     MOVE "N" TO WS-BATCH-DONE-SW
004020     PERFORM 3100-ADD-JOURNAL-LINE THRU 3100-EXIT
004030         UNTIL NO-MORE-JOURNAL OR BATCH-COMPLETE
004040     IF NOT BATCH-COMPLETE AND WS-BAT-FAULT = SPACES
004050         MOVE "NO BATCH TOTAL RECORD" TO WS-BAT-FAULT
004060     END-IF
004070     PERFORM 8100-SETTLE-BATCH THRU 8100-EXIT.
004080 3000-EXIT.
004090     EXIT.
004100
004110*----A NEW SOURCE BEFORE THE TOTAL ENDS THE BATCH WITHOUT
004120*----CONSUMING THE RECORD - IT STARTS THE NEXT BATCH
004130 3100-ADD-JOURNAL-LINE.
004140     IF GJ-SOURCE NOT = WS-BAT-SOURCE
004150         MOVE "NO BATCH TOTAL RECORD" TO WS-BAT-FAULT
004160         MOVE "Y" TO WS-BATCH-DONE-SW
004170         GO TO 3100-EXIT
004180     END-IF
004190     EVALUATE TRUE
004200         WHEN GJ-BATCH-TOTAL
004210             MOVE GJ-AMOUNT TO WS-BAT-CONTROL
004220             MOVE "Y" TO WS-BAT-CTL-SW
004230             MOVE "Y" TO WS-BATCH-DONE-SW
004240         WHEN GJ-DETAIL
004250             MOVE GJ-ACCT TO WS-NEW-ACCT
004260             MOVE GJ-DC TO WS-NEW-DC
004270             MOVE GJ-AMOUNT TO WS-NEW-AMOUNT
004280             MOVE GJ-POST-DATE TO WS-NEW-DATE
004290             MOVE "NIGHTLY EXTRACT" TO WS-NEW-DESC
004300             PERFORM 8050-ADD-LINE THRU 8050-EXIT
004310         WHEN OTHER
004320             MOVE "RECORD TYPE NOT D OR T" TO WS-BAT-FAULT
004330     END-EVALUATE
004340     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
004350 3100-EXIT.
004360     EXIT.
004370
004380 3900-READ-JOURNAL.
004390     READ GLJRNL-IN
004400         AT END MOVE "Y" TO WS-JRNL-EOF-SW
004410     END-READ.
004420 3900-EXIT.
004430     EXIT.
004440
004450*----ONE MANUAL ENTRY - ITS CONSECUTIVE CARDS FOR ONE COMPANY
004460*----AND ENTRY NUMBER
004470 4000-POST-MANUAL-ENTRY.
004480     PERFORM 8000-START-BATCH THRU 8000-EXIT
004490     MOVE MJ-COMPANY TO WS-BAT-COMPANY
004500     MOVE "MANUALJE" TO WS-BAT-SOURCE
004510     MOVE MJ-ENTRY TO WS-BAT-REF
004520     IF MJ-ENTRY = SPACES
004530         MOVE "ENTRY NUMBER MISSING" TO WS-BAT-FAULT
004540     END-IF
004550     PERFORM 4100-ADD-MANUAL-LINE THRU 4100-EXIT
004560         UNTIL NO-MORE-MANUAL
004570         OR MJ-COMPANY NOT = WS-BAT-COMPANY
004580         OR MJ-ENTRY NOT = WS-BAT-REF
004590     PERFORM 8100-SETTLE-BATCH THRU 8100-EXIT.
004600 4000-EXIT.
004610     EXIT.
004620
004630*----A CARD THAT CANNOT BE READ AS A LINE SPOILS THE ENTRY
004640 4100-ADD-MANUAL-LINE.
004650     IF MJ-DATE NOT NUMERIC OR MJ-AMOUNT NOT NUMERIC
004660         OR (MJ-DC NOT = "D" AND MJ-DC NOT = "C")
004670         MOVE "ENTRY LINE NOT VALID" TO WS-BAT-FAULT
004680         GO TO 4100-READ
004690     END-IF
004700     MOVE MJ-ACCT TO WS-NEW-ACCT
004710     MOVE MJ-DC TO WS-NEW-DC
004720     MOVE MJ-AMOUNT TO WS-NEW-AMOUNT
004730     IF MJ-DATE = 0
004740         MOVE WS-BUS-DATE TO WS-NEW-DATE
004750     ELSE
004760         MOVE MJ-DATE TO WS-NEW-DATE
004770     END-IF
004780     MOVE MJ-DESC TO WS-NEW-DESC
004790     PERFORM 8050-ADD-LINE THRU 8050-EXIT.
004800 4100-READ.
004810     PERFORM 4900-READ-MANUAL THRU 4900-EXIT.
004820 4100-EXIT.
004830     EXIT.
004840
004850 4900-READ-MANUAL.
004860     READ GLMANJE-IN
004870         AT END MOVE "Y" TO WS-MANJ-EOF-SW
004880     END-READ.
004890 4900-EXIT.
004900     EXIT.
004910
004920 6000-TERMINATE.
004930     IF RUN-FILES-OPEN
004940         MOVE SPACES TO GLP-RPT-REC
004950         WRITE GLP-RPT-REC
004960         MOVE "BATCHES POSTED      " TO TL-LABEL
004970         MOVE WS-POSTED-COUNT TO TL-COUNT
004980         WRITE GLP-RPT-REC FROM WS-TOTAL-LINE
004990         MOVE "BATCHES HELD        " TO TL-LABEL
005000         MOVE WS-HELD-COUNT TO TL-COUNT
005010         WRITE GLP-RPT-REC FROM WS-TOTAL-LINE
005020         MOVE "BATCHES REJECTED    " TO TL-LABEL
005030         MOVE WS-REJECT-COUNT TO TL-COUNT
005040         WRITE GLP-RPT-REC FROM WS-TOTAL-LINE
005050         MOVE "DEBITS POSTED       " TO AL-LABEL
005060         MOVE WS-POSTED-TOTAL TO AL-AMOUNT
005070         WRITE GLP-RPT-REC FROM WS-AMOUNT-LINE
005080         CLOSE GLACCT
005090         CLOSE GLBAL
005100         CLOSE GLJSUSP
005110         CLOSE GLDETL-OUT
005120         CLOSE GLP-RPT
005130         PERFORM 6100-EMPTY-INPUTS THRU 6100-EXIT
005140     END-IF
005150*----THE CLEAR CALL HANDS BACK ZERO - KEEP ANY REFUSAL CODE
005160*----SET DURING START-UP.
005170     MOVE RETURN-CODE TO WS-RUN-RC
005180     IF GLBAL-LOCK-HELD
005190         MOVE "C" TO WS-LOCK-ACTION
005200         CALL "FILELOCK" USING WS-LOCK-FILE, WS-CTL-PROGRAM,
005210             WS-LOCK-ACTION, WS-LOCK-RESULT
005220         MOVE "N" TO WS-LOCK-HELD-SW
005230     END-IF
005240     MOVE WS-RUN-RC TO RETURN-CODE
005250     DISPLAY "GLPOST: BATCHES OFFERED - " WS-OFFERED-COUNT
005260     DISPLAY "GLPOST: BATCHES POSTED - " WS-POSTED-COUNT
005270     DISPLAY "GLPOST: BATCHES HELD - " WS-HELD-COUNT
005280     DISPLAY "GLPOST: BATCHES REJECTED - " WS-REJECT-COUNT
005290     IF NOT RUN-FILES-OPEN
005300         GO TO 6000-EXIT
005310     END-IF
005320     MOVE WS-OFFERED-COUNT TO WS-CTL-READ
005330     MOVE WS-LINES-POSTED TO WS-CTL-WRITTEN
005340     ADD WS-HELD-COUNT WS-REJECT-COUNT GIVING WS-CTL-REJECTS
005350     MOVE WS-POSTED-TOTAL TO WS-CTL-AMOUNT
005360     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
005370         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
005380     IF WS-HELD-COUNT > 0 OR WS-REJECT-COUNT > 0
005390         MOVE 4 TO RETURN-CODE
005400     ELSE
005410         MOVE 0 TO RETURN-CODE
005420     END-IF.
005430 6000-EXIT.
005440     EXIT.
005450
005460*----EVERY BATCH OFFERED HAS NOW POSTED, GONE TO SUSPENSE OR
005470*----BEEN REFUSED ON THE REGISTER, SO THE NIGHT'S JOURNAL AND
005480*----THE MANUAL CARDS ARE EMPTIED AGAINST A SECOND POSTING.
005490 6100-EMPTY-INPUTS.
005500     IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
005510         CLOSE GLJRNL-IN
005520         OPEN OUTPUT GLJRNL-IN
005530         CLOSE GLJRNL-IN
005540     END-IF
005550     IF WS-MANJ-STATUS = "00" OR WS-MANJ-STATUS = "10"
005560         CLOSE GLMANJE-IN
005570         OPEN OUTPUT GLMANJE-IN
005580         CLOSE GLMANJE-IN
005590     END-IF.
005600 6100-EXIT.
005610     EXIT.
005620
005630 8000-START-BATCH.
005640     MOVE SPACES TO WS-BAT-COMPANY
005650     MOVE SPACES TO WS-BAT-SOURCE
005660     MOVE SPACES TO WS-BAT-REF
005670     MOVE SPACES TO WS-BAT-FAULT
005680     MOVE WS-BUS-DATE TO WS-BAT-HELD-ON
005690     MOVE "N" TO WS-BAT-CTL-SW
005700     MOVE 0 TO WS-BAT-CONTROL
005710     MOVE 0 TO WS-BAT-LINES.
005720 8000-EXIT.
005730     EXIT.
005740
005750 8050-ADD-LINE.
005760     IF WS-BAT-LINES >= 200
005770         MOVE "BATCH OVER 200 LINES" TO WS-BAT-FAULT
005780         GO TO 8050-EXIT
005790     END-IF
005800     ADD 1 TO WS-BAT-LINES
005810     SET BL-IDX TO WS-BAT-LINES
005820     MOVE WS-NEW-ACCT TO WS-L-ACCT(BL-IDX)
005830     MOVE WS-NEW-DC TO WS-L-DC(BL-IDX)
005840     MOVE WS-NEW-AMOUNT TO WS-L-AMOUNT(BL-IDX)
005850     MOVE WS-NEW-DATE TO WS-L-DATE(BL-IDX)
005860     MOVE WS-NEW-DESC TO WS-L-DESC(BL-IDX).
005870 8050-EXIT.
005880     EXIT.
005890
005900*----PROVE THE WHOLE BATCH, THEN POST IT, HOLD IT OR REFUSE IT.
005910*----UNBALANCED OR UNMAPPED WORK IS WRONG AT THE SOURCE AND IS
005920*----REFUSED; A CHART OR PERIOD PROBLEM IS FIXED HERE, SO THE
005930*----BATCH WAITS ON SUSPENSE FOR IT.
005940 8100-SETTLE-BATCH.
005950     IF WS-BAT-LINES = 0 AND WS-BAT-FAULT = SPACES
005960         GO TO 8100-EXIT
005970     END-IF
005980     ADD 1 TO WS-OFFERED-COUNT
005990     MOVE SPACES TO WS-REASON
006000     MOVE 0 TO WS-BAT-DEBITS
006010     MOVE 0 TO WS-BAT-CREDITS
006020     MOVE "N" TO WS-BAT-BLANK-SW
006030     PERFORM 8150-ADD-UP-ONE-LINE THRU 8150-EXIT
006040         VARYING BL-IDX FROM 1 BY 1
006050         UNTIL BL-IDX > WS-BAT-LINES
006060     EVALUATE TRUE
006070         WHEN WS-BAT-FAULT NOT = SPACES
006080             MOVE WS-BAT-FAULT TO WS-REASON
006090         WHEN BATCH-HAS-BLANK-ACCT
006100             MOVE "UNMAPPED ACCOUNT" TO WS-REASON
006110         WHEN WS-BAT-DEBITS NOT = WS-BAT-CREDITS
006120             MOVE "UNBALANCED" TO WS-REASON
006130         WHEN BATCH-HAS-TOTAL
006140             AND WS-BAT-CONTROL NOT = WS-BAT-DEBITS
006150             MOVE "BATCH TOTAL DISAGREES" TO WS-REASON
006160     END-EVALUATE
006170     IF WS-REASON NOT = SPACES
006180         MOVE "REJECTED" TO WS-DISPOSITION
006190         ADD 1 TO WS-REJECT-COUNT
006200         GO TO 8100-REPORT
006210     END-IF
006220     PERFORM 8200-CHECK-ONE-LINE THRU 8200-EXIT
006230         VARYING BL-IDX FROM 1 BY 1
006240         UNTIL BL-IDX > WS-BAT-LINES OR WS-REASON NOT = SPACES
006250     IF WS-REASON NOT = SPACES
006260         PERFORM 8400-HOLD-ONE-LINE THRU 8400-EXIT
006270             VARYING BL-IDX FROM 1 BY 1
006280             UNTIL BL-IDX > WS-BAT-LINES
006290         MOVE "HELD" TO WS-DISPOSITION
006300         ADD 1 TO WS-HELD-COUNT
006310         GO TO 8100-REPORT
006320     END-IF
006330     PERFORM 8300-POST-ONE-LINE THRU 8300-EXIT
006340         VARYING BL-IDX FROM 1 BY 1
006350         UNTIL BL-IDX > WS-BAT-LINES
006360     MOVE "POSTED" TO WS-DISPOSITION
006370     ADD 1 TO WS-POSTED-COUNT
006380     ADD WS-BAT-DEBITS TO WS-POSTED-TOTAL.
006390 8100-REPORT.
006400     MOVE SPACES TO WS-RPT-LINE
006410     MOVE WS-BAT-COMPANY TO RL-COMPANY
006420     MOVE WS-BAT-SOURCE TO RL-SOURCE
006430     MOVE WS-BAT-REF TO RL-REF
006440     MOVE WS-BAT-LINES TO RL-LINES
006450     MOVE WS-BAT-DEBITS TO RL-DEBITS
006460     MOVE WS-BAT-CREDITS TO RL-CREDITS
006470     MOVE WS-DISPOSITION TO RL-DISPOSITION
006480     MOVE WS-REASON TO RL-REASON
006490     WRITE GLP-RPT-REC FROM WS-RPT-LINE.
006500 8100-EXIT.
006510     EXIT.
006520
006530 8150-ADD-UP-ONE-LINE.
006540     IF WS-L-ACCT(BL-IDX) = SPACES
006550         MOVE "Y" TO WS-BAT-BLANK-SW
006560     END-IF
006570     IF WS-L-DC(BL-IDX) = "D"
006580         ADD WS-L-AMOUNT(BL-IDX) TO WS-BAT-DEBITS
006590     ELSE
006600         ADD WS-L-AMOUNT(BL-IDX) TO WS-BAT-CREDITS
006610     END-IF.
006620 8150-EXIT.
006630     EXIT.
006640
006650*----THE ACCOUNT MUST BE ON THE COMPANY'S CHART AND ACTIVE, AND
006660*----THE LINE'S MONTH STILL OPEN
006670 8200-CHECK-ONE-LINE.
006680     MOVE WS-BAT-COMPANY TO GA-COMPANY
006690     MOVE WS-L-ACCT(BL-IDX) TO GA-ACCT
006700     READ GLACCT
006710         INVALID KEY
006720             STRING "ACCOUNT " WS-L-ACCT(BL-IDX)
006730                 " NOT ON CHART" DELIMITED BY SIZE
006740                 INTO WS-REASON
006750             GO TO 8200-EXIT
006760     END-READ
006770     IF GA-INACTIVE
006780         STRING "ACCOUNT " WS-L-ACCT(BL-IDX)
006790             " INACTIVE" DELIMITED BY SIZE
006800             INTO WS-REASON
006810         GO TO 8200-EXIT
006820     END-IF
006830     IF WS-L-DATE(BL-IDX) NOT NUMERIC
006840         OR WS-L-DATE(BL-IDX) = 0
006850         MOVE "POST DATE NOT VALID" TO WS-REASON
006860         GO TO 8200-EXIT
006870     END-IF
006880     MOVE WS-BAT-COMPANY TO WS-PERD-COMPANY
006890     MOVE WS-L-DATE(BL-IDX) TO WS-PERD-DATE
006900     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-PERD-DATE,
006910         WS-PERD-RESULT
006920     IF WS-PERD-RESULT = "C"
006930         STRING "PERIOD CLOSED FOR " WS-L-DATE(BL-IDX)
006940             DELIMITED BY SIZE INTO WS-REASON
006950     END-IF.
006960 8200-EXIT.
006970     EXIT.
006980
006990*----ADD THE LINE TO ITS MONTH'S BALANCE, STARTING THE MONTH'S
007000*----RECORD ON THE FIRST POSTING TO IT, AND LEDGER THE DETAIL
007010 8300-POST-ONE-LINE.
007020     MOVE WS-L-DATE(BL-IDX) TO WS-DATE-WORK
007030     MOVE WS-BAT-COMPANY TO GB-COMPANY
007040     MOVE WS-L-ACCT(BL-IDX) TO GB-ACCT
007050     MOVE WS-DW-PERIOD TO GB-PERIOD
007060     MOVE "N" TO WS-BAL-NEW-SW
007070     READ GLBAL
007080         INVALID KEY
007090             MOVE "Y" TO WS-BAL-NEW-SW
007100             MOVE 0 TO GB-DEBITS
007110             MOVE 0 TO GB-CREDITS
007120     END-READ
007130     IF WS-L-DC(BL-IDX) = "D"
007140         ADD WS-L-AMOUNT(BL-IDX) TO GB-DEBITS
007150     ELSE
007160         ADD WS-L-AMOUNT(BL-IDX) TO GB-CREDITS
007170     END-IF
007180     IF NEW-BALANCE-REC
007190         WRITE GlBalRec
007200     ELSE
007210         REWRITE GlBalRec
007220     END-IF
007230     IF WS-BAL-STATUS NOT = "00"
007240         DISPLAY "GLPOST: GLBAL UPDATE FAILED - STATUS "
007250             WS-BAL-STATUS " " GB-KEY
007260     END-IF
007270     MOVE WS-BAT-COMPANY TO GD-COMPANY
007280     MOVE WS-L-ACCT(BL-IDX) TO GD-ACCT
007290     MOVE WS-L-DATE(BL-IDX) TO GD-POST-DATE
007300     MOVE WS-BAT-SOURCE TO GD-SOURCE
007310     MOVE WS-BAT-REF TO GD-REF
007320     MOVE WS-L-DC(BL-IDX) TO GD-DC
007330     MOVE WS-L-AMOUNT(BL-IDX) TO GD-AMOUNT
007340     MOVE WS-L-DESC(BL-IDX) TO GD-DESC
007350     MOVE WS-BUS-DATE TO GD-POSTED-ON
007360     WRITE GlDetlRec
007370     ADD 1 TO WS-LINES-POSTED.
007380 8300-EXIT.
007390     EXIT.
007400
007410 8400-HOLD-ONE-LINE.
007420     MOVE WS-BAT-COMPANY TO GS-COMPANY
007430     MOVE WS-BAT-SOURCE TO GS-SOURCE
007440     MOVE WS-BAT-REF TO GS-REF
007450     MOVE WS-L-ACCT(BL-IDX) TO GS-ACCT
007460     MOVE WS-L-DC(BL-IDX) TO GS-DC
007470     MOVE WS-L-AMOUNT(BL-IDX) TO GS-AMOUNT
007480     MOVE WS-L-DATE(BL-IDX) TO GS-POST-DATE
007490     MOVE WS-L-DESC(BL-IDX) TO GS-DESC
007500     MOVE WS-BAT-HELD-ON TO GS-HELD-ON
007510     MOVE WS-REASON TO GS-REASON
007520     WRITE GlSuspRec.
007530 8400-EXIT.
007540     EXIT.
