000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENDMAINT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - VENDOR MASTER MAINTENANCE,
000100*                   REPLACING THE AP CARD FILE. APPLIES ADD/
000110*                   CHANGE/INACTIVATE TRANSACTIONS FROM VENDTRAN
000120*                   TO THE INDEXED VENDMAST FILE (NAME, REMIT-TO
000130*                   ADDRESS, TAX ID, PAYMENT TERMS), VALIDATES
000140*                   THE TAX ID AND TERMS, AND PRINTS AN APPLIED/
000150*                   REJECTED REGISTER. APPLIED ACTIONS ARE
000160*                   JOURNALED THROUGH JRNLWRIT AND THE RUN
000170*                   REGISTERS IN THE FILELOCK IN-USE CONTROL
000180*                   WHILE IT HOLDS VENDMAST.
000181*   2026-10-15  DP  VENDTRAN CARRIES THE 1099-NEC FLAG (Y OR N,
000182*                   BLANK IS N) ONTO VENDMAST FOR THE NECEXTR
000183*                   YEAR-END RUN. THE TAX ID MAY NOW BE LEFT BLANK
000184*                   WHILE A VENDOR'S W-9 IS OUTSTANDING; ONE THAT
000185*                   IS KEYED MUST STILL BE NINE DIGITS.
000186*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000187*                   AUTHORIZED FOR VENDMAINT THROUGH SIGNON BEFORE
000188*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000189*                   RUN WITH RETURN CODE 12.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT VENDMAST    ASSIGN TO VENDMAST
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS VM-VENDOR-ID
000270         FILE STATUS IS WS-VEND-STATUS.
000280     SELECT VENDTRAN-IN ASSIGN TO VENDTRAN
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRAN-STATUS.
000310     SELECT MAINT-RPT   ASSIGN TO VENDMRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  VENDMAST.
000370     COPY "VENDMAST.cpy".
000380
000390*----A ADDS, C REPLACES EVERY FIELD, I MARKS THE VENDOR
000400*----INACTIVE - THE RECORD STAYS FOR THE PAYABLES HISTORY.
000410*----A CHANGE TO AN INACTIVE VENDOR REACTIVATES IT.
000420 FD  VENDTRAN-IN.
000430 01  VENDTRAN-REC.
000440     05  VT-ACTION          PIC X(1).
000450         88  VT-ADD-ACTION       VALUE "A".
000460         88  VT-CHANGE-ACTION    VALUE "C".
000470         88  VT-INACT-ACTION     VALUE "I".
000480     05  VT-VENDOR-ID       PIC X(6).
000490     05  VT-NAME            PIC X(30).
000500     05  VT-REMIT-ADDR      PIC X(30).
000510     05  VT-REMIT-CITY      PIC X(20).
000520     05  VT-REMIT-STATE     PIC X(2).
000530     05  VT-REMIT-ZIP       PIC X(10).
000540     05  VT-TAX-ID          PIC X(9).
000550     05  VT-TERMS-DAYS      PIC 9(3).
000560     05  VT-DISC-PCT        PIC 9(2)V99.
000570     05  VT-DISC-DAYS       PIC 9(3).
000571     05  VT-1099-FLAG       PIC X(1).
000580
000590 FD  MAINT-RPT.
000600 01  MAINT-RPT-REC          PIC X(70).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-VEND-STATUS         PIC X(2) VALUE SPACES.
000640 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000650 01  WS-VEND-OPEN-SW        PIC X(1) VALUE "N".
000660     88  VENDMAST-OPEN          VALUE "Y".
000670 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000680     88  NO-MORE-TRANS          VALUE "Y".
000690 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
000700     88  TRAN-IS-VALID          VALUE "Y".
000710 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
000720 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
000730 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000740*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000750 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "VENDMAINT".
000760 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000770 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000780 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000790 01  WS-LOCK-FILE           PIC X(8) VALUE "VENDMAST".
000800 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000810 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000811*----OPERATOR SIGN-ON - SEE SIGNON
000812 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000813 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "VENDMAINT".
000814 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000815 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000820 01  WS-OUT-LINE.
000830     05  OL-ACTION          PIC X(1).
000840     05  FILLER             PIC X(1) VALUE SPACE.
000850     05  OL-VENDOR-ID       PIC X(6).
000860     05  FILLER             PIC X(1) VALUE SPACE.
000870     05  OL-NAME            PIC X(20).
000880     05  FILLER             PIC X(1) VALUE SPACE.
000890     05  OL-DISPOSITION     PIC X(8).
000900     05  FILLER             PIC X(1) VALUE SPACE.
000910     05  OL-REASON          PIC X(30).
000920
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000941     PERFORM 0500-SIGN-ON THRU 0500-EXIT
000942     IF WS-SIGNON-RESULT NOT = "G"
000943         GOBACK
000944     END-IF
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000960     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
000970         UNTIL NO-MORE-TRANS
000980     PERFORM 3000-TERMINATE THRU 3000-EXIT
000990     GOBACK.
001000
001001*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001002*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001003*----NOTHING AND APPLIES NOTHING.
001004 0500-SIGN-ON.
001005     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001006         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001007         WS-SIGNON-RESULT
001008     IF WS-SIGNON-RESULT NOT = "G"
001009         DISPLAY "VENDMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001010         MOVE 12 TO RETURN-CODE
001011     END-IF.
001012 0500-EXIT.
001013     EXIT.
001014
001015 1000-INITIALIZE.
001020     MOVE "R" TO WS-LOCK-ACTION
001030     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001040         WS-LOCK-ACTION, WS-LOCK-RESULT
001050     IF WS-LOCK-RESULT = "B"
001060         DISPLAY "VENDMAINT: VENDMAST IS IN USE BY ANOTHER "
001070             "PROGRAM - TRY AGAIN LATER"
001080         MOVE 8 TO RETURN-CODE
001090         MOVE "Y" TO WS-TRAN-EOF-SW
001100         GO TO 1000-EXIT
001110     END-IF
001120     OPEN OUTPUT MAINT-RPT
001130     OPEN INPUT VENDTRAN-IN
001140     IF WS-TRAN-STATUS NOT = "00"
001150         DISPLAY "VENDMAINT: NO VENDOR TRANSACTIONS - NOTHING "
001160             "TO DO"
001170         MOVE "Y" TO WS-TRAN-EOF-SW
001180     END-IF
001190     OPEN I-O VENDMAST
001200*----THE FIRST RUN CREATES THE MASTER FROM THE CARD FILE
001210     IF WS-VEND-STATUS = "35"
001220         CLOSE VENDMAST
001230         OPEN OUTPUT VENDMAST
001240         CLOSE VENDMAST
001250         OPEN I-O VENDMAST
001260     END-IF
001270     IF WS-VEND-STATUS NOT = "00"
001280         DISPLAY "VENDMAINT: UNABLE TO OPEN VENDMAST - STATUS "
001290             WS-VEND-STATUS
001300         MOVE "Y" TO WS-TRAN-EOF-SW
001310         GO TO 1000-EXIT
001320     END-IF
001330     MOVE "Y" TO WS-VEND-OPEN-SW
001340     IF NOT NO-MORE-TRANS
001350         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390
001400 1100-READ-TRAN.
001410     READ VENDTRAN-IN
001420         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001430     END-READ.
001440 1100-EXIT.
001450     EXIT.
001460
001470 2000-APPLY-TRAN.
001480     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001490     IF TRAN-IS-VALID
001500         EVALUATE TRUE
001510             WHEN VT-ADD-ACTION
001520                 PERFORM 2200-ADD-VENDOR THRU 2200-EXIT
001530             WHEN VT-CHANGE-ACTION
001540                 PERFORM 2300-CHANGE-VENDOR THRU 2300-EXIT
001550             WHEN VT-INACT-ACTION
001560                 PERFORM 2400-INACTIVATE-VENDOR THRU 2400-EXIT
001570         END-EVALUATE
001580     END-IF
001590     IF TRAN-IS-VALID
001600         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001610     ELSE
001620         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001630     END-IF
001640     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001650 2000-EXIT.
001660     EXIT.
001670
001680 2100-EDIT-TRAN.
001690     MOVE "Y" TO WS-TRAN-VALID-SW
001700     MOVE SPACES TO WS-REJECT-REASON
001710     IF NOT VT-ADD-ACTION AND NOT VT-CHANGE-ACTION
001720         AND NOT VT-INACT-ACTION
001730         MOVE "N" TO WS-TRAN-VALID-SW
001740         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
001750         GO TO 2100-EXIT
001760     END-IF
001770     IF VT-VENDOR-ID = SPACES
001780         MOVE "N" TO WS-TRAN-VALID-SW
001790         MOVE "VENDOR ID MISSING" TO WS-REJECT-REASON
001800         GO TO 2100-EXIT
001810     END-IF
001820     IF VT-INACT-ACTION
001830         GO TO 2100-EXIT
001840     END-IF
001850     IF VT-NAME = SPACES
001860         MOVE "N" TO WS-TRAN-VALID-SW
001870         MOVE "VENDOR NAME MISSING" TO WS-REJECT-REASON
001880         GO TO 2100-EXIT
001890     END-IF
001900*----NO CHECK GOES OUT WITHOUT SOMEWHERE TO SEND IT
001910     IF VT-REMIT-ADDR = SPACES OR VT-REMIT-CITY = SPACES
001920         OR VT-REMIT-STATE = SPACES OR VT-REMIT-ZIP = SPACES
001930         MOVE "N" TO WS-TRAN-VALID-SW
001940         MOVE "REMIT-TO ADDRESS INCOMPLETE" TO WS-REJECT-REASON
001950         GO TO 2100-EXIT
001960     END-IF
001961*----A BLANK TAX ID IS ALLOWED WHILE THE W-9 IS OUTSTANDING -
001962*----NECEXTR FLAGS THE VENDOR FOR CHASING. ONE KEYED MUST BE
001963*----NINE DIGITS.
001970     IF VT-TAX-ID NOT = SPACES
001971         AND (VT-TAX-ID NOT NUMERIC OR VT-TAX-ID = ZERO)
001980         MOVE "N" TO WS-TRAN-VALID-SW
001990         MOVE "TAX ID NOT NINE DIGITS" TO WS-REJECT-REASON
002000         GO TO 2100-EXIT
002010     END-IF
002020     IF VT-TERMS-DAYS NOT NUMERIC
002030         MOVE "N" TO WS-TRAN-VALID-SW
002040         MOVE "TERMS DAYS NOT NUMERIC" TO WS-REJECT-REASON
002050         GO TO 2100-EXIT
002060     END-IF
002070     IF VT-DISC-PCT NOT NUMERIC OR VT-DISC-DAYS NOT NUMERIC
002080         MOVE "N" TO WS-TRAN-VALID-SW
002090         MOVE "DISCOUNT TERMS NOT NUMERIC" TO WS-REJECT-REASON
002100         GO TO 2100-EXIT
002110     END-IF
002120*----A DISCOUNT WINDOW LONGER THAN THE NET TERMS IS A KEYING
002130*----SLIP, NOT A DEAL ANY VENDOR OFFERS.
002140     IF VT-DISC-PCT > 0 AND VT-DISC-DAYS > VT-TERMS-DAYS
002150         MOVE "N" TO WS-TRAN-VALID-SW
002160         MOVE "DISCOUNT DAYS OVER NET DAYS" TO WS-REJECT-REASON
002161         GO TO 2100-EXIT
002170     END-IF
002171     IF VT-1099-FLAG NOT = "Y" AND VT-1099-FLAG NOT = "N"
002172         AND VT-1099-FLAG NOT = SPACE
002173         MOVE "N" TO WS-TRAN-VALID-SW
002174         MOVE "1099 FLAG NOT Y OR N" TO WS-REJECT-REASON
002175     END-IF.
002180 2100-EXIT.
002190     EXIT.
002200
002210 2200-ADD-VENDOR.
002220     PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002230     MOVE "A" TO VM-STATUS
002240     WRITE VendorRec
002250         INVALID KEY
002260             MOVE "N" TO WS-TRAN-VALID-SW
002270             MOVE "VENDOR ALREADY ON FILE" TO WS-REJECT-REASON
002280     END-WRITE
002290     IF TRAN-IS-VALID
002300         MOVE "A" TO WS-JRNL-ACTION
002310         MOVE SPACES TO WS-BEFORE-IMAGE
002320         MOVE VendorRec TO WS-AFTER-IMAGE
002330         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002340             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002350     END-IF.
002360 2200-EXIT.
002370     EXIT.
002380
002390 2300-CHANGE-VENDOR.
002400     MOVE VT-VENDOR-ID TO VM-VENDOR-ID
002410     READ VENDMAST
002420         INVALID KEY
002430             MOVE "N" TO WS-TRAN-VALID-SW
002440             MOVE "VENDOR NOT ON FILE" TO WS-REJECT-REASON
002450     END-READ
002460     IF TRAN-IS-VALID
002470         MOVE VendorRec TO WS-BEFORE-IMAGE
002480         PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002490         MOVE "A" TO VM-STATUS
002500         REWRITE VendorRec
002510             INVALID KEY
002520                 MOVE "N" TO WS-TRAN-VALID-SW
002530                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002540         END-REWRITE
002550         IF TRAN-IS-VALID
002560             MOVE "C" TO WS-JRNL-ACTION
002570             MOVE VendorRec TO WS-AFTER-IMAGE
002580             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002590                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002600                 WS-AFTER-IMAGE
002610         END-IF
002620     END-IF.
002630 2300-EXIT.
002640     EXIT.
002650
002660*----INACTIVATING RATHER THAN DELETING - OPEN PAYABLES AND
002670*----THE YEAR'S 1099 TOTALS STILL POINT AT THE VENDOR.
002680 2400-INACTIVATE-VENDOR.
002690     MOVE VT-VENDOR-ID TO VM-VENDOR-ID
002700     READ VENDMAST
002710         INVALID KEY
002720             MOVE "N" TO WS-TRAN-VALID-SW
002730             MOVE "VENDOR NOT ON FILE" TO WS-REJECT-REASON
002740     END-READ
002750     IF TRAN-IS-VALID
002760         MOVE VendorRec TO WS-BEFORE-IMAGE
002770         MOVE "I" TO VM-STATUS
002780         REWRITE VendorRec
002790             INVALID KEY
002800                 MOVE "N" TO WS-TRAN-VALID-SW
002810                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002820         END-REWRITE
002830         IF TRAN-IS-VALID
002840             MOVE "C" TO WS-JRNL-ACTION
002850             MOVE VendorRec TO WS-AFTER-IMAGE
002860             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002870                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002880                 WS-AFTER-IMAGE
002890         END-IF
002900     END-IF.
002910 2400-EXIT.
002920     EXIT.
002930
002940 2600-REPORT-APPLIED.
002950     ADD 1 TO WS-APPLIED-COUNT
002960     MOVE VT-ACTION TO OL-ACTION
002970     MOVE VT-VENDOR-ID TO OL-VENDOR-ID
002980     MOVE VT-NAME TO OL-NAME
002990     MOVE "APPLIED" TO OL-DISPOSITION
003000     MOVE SPACES TO OL-REASON
003010     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003020 2600-EXIT.
003030     EXIT.
003040
003050 2700-REPORT-REJECT.
003060     ADD 1 TO WS-REJECT-COUNT
003070     MOVE VT-ACTION TO OL-ACTION
003080     MOVE VT-VENDOR-ID TO OL-VENDOR-ID
003090     MOVE VT-NAME TO OL-NAME
003100     MOVE "REJECTED" TO OL-DISPOSITION
003110     MOVE WS-REJECT-REASON TO OL-REASON
003120     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003130 2700-EXIT.
003140     EXIT.
003150
003160 2900-MOVE-FIELDS.
003170     MOVE VT-VENDOR-ID TO VM-VENDOR-ID
003180     MOVE VT-NAME TO VM-NAME
003190     MOVE VT-REMIT-ADDR TO VM-REMIT-ADDR
003200     MOVE VT-REMIT-CITY TO VM-REMIT-CITY
003210     MOVE VT-REMIT-STATE TO VM-REMIT-STATE
003220     MOVE VT-REMIT-ZIP TO VM-REMIT-ZIP
003230     MOVE VT-TAX-ID TO VM-TAX-ID
003240     MOVE VT-TERMS-DAYS TO VM-TERMS-DAYS
003250     MOVE VT-DISC-PCT TO VM-DISC-PCT
003260     MOVE VT-DISC-DAYS TO VM-DISC-DAYS
003261     IF VT-1099-FLAG = "Y"
003262         MOVE "Y" TO VM-1099-FLAG
003263     ELSE
003264         MOVE "N" TO VM-1099-FLAG
003265     END-IF.
003270 2900-EXIT.
003280     EXIT.
003290
003300 3000-TERMINATE.
003310     DISPLAY "VENDMAINT: TRANSACTIONS APPLIED - "
003320         WS-APPLIED-COUNT
003330     DISPLAY "VENDMAINT: TRANSACTIONS REJECTED - "
003340         WS-REJECT-COUNT
003350*----ON THE LOCK-BUSY BAIL NOTHING WAS OPENED
003360     IF RETURN-CODE = 8
003370         GO TO 3000-EXIT
003380     END-IF
003390     IF VENDMAST-OPEN
003400         CLOSE VENDMAST
003410     END-IF
003420     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003430         CLOSE VENDTRAN-IN
003440     END-IF
003450     CLOSE MAINT-RPT
003460     MOVE "C" TO WS-LOCK-ACTION
003470     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003480         WS-LOCK-ACTION, WS-LOCK-RESULT
003490     IF WS-REJECT-COUNT > 0
003500         MOVE 4 TO RETURN-CODE
003510     END-IF.
003520 3000-EXIT.
003530     EXIT.
