000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITEMMAINT.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ITEM CATALOG MAINTENANCE, IN THE
000100*                   VENDMAINT MOLD. APPLIES ADD/CHANGE/INACTIVATE
000110*                   TRANSACTIONS FROM ITEMTRAN TO THE INDEXED
000120*                   ITEMMAST FILE (DESCRIPTION, UNIT OF MEASURE,
000130*                   LIST PRICE, TAXABLE FLAG), VALIDATES THE
000140*                   PRICE AND FLAG, AND PRINTS AN APPLIED/
000150*                   REJECTED REGISTER. APPLIED ACTIONS ARE
000160*                   JOURNALED THROUGH JRNLWRIT AND THE RUN
000170*                   REGISTERS IN THE FILELOCK IN-USE CONTROL
000180*                   WHILE IT HOLDS ITEMMAST.
000181*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000182*                   AUTHORIZED FOR ITEMMAINT THROUGH SIGNON BEFORE
000183*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000184*                   RUN WITH RETURN CODE 12.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ITEMMAST    ASSIGN TO ITEMMAST
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS IM-ITEM-CODE
000270         FILE STATUS IS WS-ITEM-STATUS.
000280     SELECT ITEMTRAN-IN ASSIGN TO ITEMTRAN
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRAN-STATUS.
000310     SELECT MAINT-RPT   ASSIGN TO ITEMMRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  ITEMMAST.
000370     COPY "ITEMMAST.cpy".
000380
000390*----A ADDS, C REPLACES EVERY FIELD, I MARKS THE ITEM
000400*----INACTIVE - THE RECORD STAYS FOR THE BILLING HISTORY.
000410*----A CHANGE TO AN INACTIVE ITEM REACTIVATES IT.
000420 FD  ITEMTRAN-IN.
000430 01  ITEMTRAN-REC.
000440     05  IT-ACTION          PIC X(1).
000450         88  IT-ADD-ACTION       VALUE "A".
000460         88  IT-CHANGE-ACTION    VALUE "C".
000470         88  IT-INACT-ACTION     VALUE "I".
000480     05  IT-ITEM-CODE       PIC X(8).
000490     05  IT-DESC            PIC X(20).
000500     05  IT-UOM             PIC X(4).
000510     05  IT-LIST-PRICE      PIC 9(5)V99.
000520     05  IT-TAXABLE         PIC X(1).
000530
000540 FD  MAINT-RPT.
000550 01  MAINT-RPT-REC          PIC X(70).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-ITEM-STATUS         PIC X(2) VALUE SPACES.
000590 01  WS-TRAN-STATUS         PIC X(2) VALUE SPACES.
000600 01  WS-ITEM-OPEN-SW        PIC X(1) VALUE "N".
000610     88  ITEMMAST-OPEN          VALUE "Y".
000620 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000630     88  NO-MORE-TRANS          VALUE "Y".
000640 01  WS-TRAN-VALID-SW       PIC X(1) VALUE "Y".
000650     88  TRAN-IS-VALID          VALUE "Y".
000660 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
000670 01  WS-APPLIED-COUNT       PIC 9(5) COMP VALUE 0.
000680 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000690*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000700 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "ITEMMAINT".
000710 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000720 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000730 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000740 01  WS-LOCK-FILE           PIC X(8) VALUE "ITEMMAST".
000750 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000760 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000761*----OPERATOR SIGN-ON - SEE SIGNON
000762 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000763 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "ITEMMAINT".
000764 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000765 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000770 01  WS-OUT-LINE.
000780     05  OL-ACTION          PIC X(1).
000790     05  FILLER             PIC X(1) VALUE SPACE.
000800     05  OL-ITEM-CODE       PIC X(8).
000810     05  FILLER             PIC X(1) VALUE SPACE.
000820     05  OL-DESC            PIC X(20).
000830     05  FILLER             PIC X(1) VALUE SPACE.
000840     05  OL-DISPOSITION     PIC X(8).
000850     05  FILLER             PIC X(1) VALUE SPACE.
000860     05  OL-REASON          PIC X(29).
000870
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000891     PERFORM 0500-SIGN-ON THRU 0500-EXIT
000892     IF WS-SIGNON-RESULT NOT = "G"
000893         GOBACK
000894     END-IF
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000910     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
000920         UNTIL NO-MORE-TRANS
000930     PERFORM 3000-TERMINATE THRU 3000-EXIT
000940     GOBACK.
000950
000951*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
000952*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
000953*----NOTHING AND APPLIES NOTHING.
000954 0500-SIGN-ON.
000955     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
000956         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
000957         WS-SIGNON-RESULT
000958     IF WS-SIGNON-RESULT NOT = "G"
000959         DISPLAY "ITEMMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
000960         MOVE 12 TO RETURN-CODE
000961     END-IF.
000962 0500-EXIT.
000963     EXIT.
000964
000965 1000-INITIALIZE.
000970     MOVE "R" TO WS-LOCK-ACTION
000980     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
000990         WS-LOCK-ACTION, WS-LOCK-RESULT
001000     IF WS-LOCK-RESULT = "B"
001010         DISPLAY "ITEMMAINT: ITEMMAST IS IN USE BY ANOTHER "
001020             "PROGRAM - TRY AGAIN LATER"
001030         MOVE 8 TO RETURN-CODE
001040         MOVE "Y" TO WS-TRAN-EOF-SW
001050         GO TO 1000-EXIT
001060     END-IF
001070     OPEN OUTPUT MAINT-RPT
001080     OPEN INPUT ITEMTRAN-IN
001090     IF WS-TRAN-STATUS NOT = "00"
001100         DISPLAY "ITEMMAINT: NO ITEM TRANSACTIONS - NOTHING "
001110             "TO DO"
001120         MOVE "Y" TO WS-TRAN-EOF-SW
001130     END-IF
001140     OPEN I-O ITEMMAST
001150*----THE FIRST RUN CREATES THE CATALOG
001160     IF WS-ITEM-STATUS = "35"
001170         CLOSE ITEMMAST
001180         OPEN OUTPUT ITEMMAST
001190         CLOSE ITEMMAST
001200         OPEN I-O ITEMMAST
001210     END-IF
001220     IF WS-ITEM-STATUS NOT = "00"
001230         DISPLAY "ITEMMAINT: UNABLE TO OPEN ITEMMAST - STATUS "
001240             WS-ITEM-STATUS
001250         MOVE "Y" TO WS-TRAN-EOF-SW
001260         GO TO 1000-EXIT
001270     END-IF
001280     MOVE "Y" TO WS-ITEM-OPEN-SW
001290     IF NOT NO-MORE-TRANS
001300         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340
001350 1100-READ-TRAN.
001360     READ ITEMTRAN-IN
001370         AT END MOVE "Y" TO WS-TRAN-EOF-SW
001380     END-READ.
001390 1100-EXIT.
001400     EXIT.
001410
001420 2000-APPLY-TRAN.
001430     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001440     IF TRAN-IS-VALID
001450         EVALUATE TRUE
001460             WHEN IT-ADD-ACTION
001470                 PERFORM 2200-ADD-ITEM THRU 2200-EXIT
001480             WHEN IT-CHANGE-ACTION
001490                 PERFORM 2300-CHANGE-ITEM THRU 2300-EXIT
001500             WHEN IT-INACT-ACTION
001510                 PERFORM 2400-INACTIVATE-ITEM THRU 2400-EXIT
001520         END-EVALUATE
001530     END-IF
001540     IF TRAN-IS-VALID
001550         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
001560     ELSE
001570         PERFORM 2700-REPORT-REJECT THRU 2700-EXIT
001580     END-IF
001590     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001600 2000-EXIT.
001610     EXIT.
001620
001630 2100-EDIT-TRAN.
001640     MOVE "Y" TO WS-TRAN-VALID-SW
001650     MOVE SPACES TO WS-REJECT-REASON
001660     IF NOT IT-ADD-ACTION AND NOT IT-CHANGE-ACTION
001670         AND NOT IT-INACT-ACTION
001680         MOVE "N" TO WS-TRAN-VALID-SW
001690         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
001700         GO TO 2100-EXIT
001710     END-IF
001720     IF IT-ITEM-CODE = SPACES
001730         MOVE "N" TO WS-TRAN-VALID-SW
001740         MOVE "ITEM CODE MISSING" TO WS-REJECT-REASON
001750         GO TO 2100-EXIT
001760     END-IF
001770     IF IT-INACT-ACTION
001780         GO TO 2100-EXIT
001790     END-IF
001800*----THE DESCRIPTION IS WHAT THE CUSTOMER SEES ON THE STATEMENT
001810     IF IT-DESC = SPACES
001820         MOVE "N" TO WS-TRAN-VALID-SW
001830         MOVE "ITEM DESCRIPTION MISSING" TO WS-REJECT-REASON
001840         GO TO 2100-EXIT
001850     END-IF
001860     IF IT-UOM = SPACES
001870         MOVE "N" TO WS-TRAN-VALID-SW
001880         MOVE "UNIT OF MEASURE MISSING" TO WS-REJECT-REASON
001890         GO TO 2100-EXIT
001900     END-IF
001910*----A ZERO LIST PRICE WOULD BILL THE ITEM FOR NOTHING - AN
001920*----ITEM SOLD ONLY UNDER CONTRACT STILL CARRIES A LIST PRICE.
001930     IF IT-LIST-PRICE NOT NUMERIC OR IT-LIST-PRICE = 0
001940         MOVE "N" TO WS-TRAN-VALID-SW
001950         MOVE "LIST PRICE MISSING" TO WS-REJECT-REASON
001960         GO TO 2100-EXIT
001970     END-IF
001980     IF IT-TAXABLE NOT = "Y" AND IT-TAXABLE NOT = "N"
001990         MOVE "N" TO WS-TRAN-VALID-SW
002000         MOVE "TAXABLE FLAG NOT Y OR N" TO WS-REJECT-REASON
002010     END-IF.
002020 2100-EXIT.
002030     EXIT.
002040
002050 2200-ADD-ITEM.
002060     PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002070     MOVE "A" TO IM-STATUS
002080     WRITE ItemRec
002090         INVALID KEY
002100             MOVE "N" TO WS-TRAN-VALID-SW
002110             MOVE "ITEM ALREADY ON FILE" TO WS-REJECT-REASON
002120     END-WRITE
002130     IF TRAN-IS-VALID
002140         MOVE "A" TO WS-JRNL-ACTION
002150         MOVE SPACES TO WS-BEFORE-IMAGE
002160         MOVE ItemRec TO WS-AFTER-IMAGE
002170         CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002180             WS-BEFORE-IMAGE, WS-AFTER-IMAGE
002190     END-IF.
002200 2200-EXIT.
002210     EXIT.
002220
002230 2300-CHANGE-ITEM.
002240     MOVE IT-ITEM-CODE TO IM-ITEM-CODE
002250     READ ITEMMAST
002260         INVALID KEY
002270             MOVE "N" TO WS-TRAN-VALID-SW
002280             MOVE "ITEM NOT ON FILE" TO WS-REJECT-REASON
002290     END-READ
002300     IF TRAN-IS-VALID
002310         MOVE ItemRec TO WS-BEFORE-IMAGE
002320         PERFORM 2900-MOVE-FIELDS THRU 2900-EXIT
002330         MOVE "A" TO IM-STATUS
002340         REWRITE ItemRec
002350             INVALID KEY
002360                 MOVE "N" TO WS-TRAN-VALID-SW
002370                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002380         END-REWRITE
002390         IF TRAN-IS-VALID
002400             MOVE "C" TO WS-JRNL-ACTION
002410             MOVE ItemRec TO WS-AFTER-IMAGE
002420             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002430                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002440                 WS-AFTER-IMAGE
002450         END-IF
002460     END-IF.
002470 2300-EXIT.
002480     EXIT.
002490
002500*----INACTIVATING RATHER THAN DELETING - PAST INVOICES AND
002510*----CONTRACT PRICES STILL POINT AT THE ITEM.
002520 2400-INACTIVATE-ITEM.
002530     MOVE IT-ITEM-CODE TO IM-ITEM-CODE
002540     READ ITEMMAST
002550         INVALID KEY
002560             MOVE "N" TO WS-TRAN-VALID-SW
002570             MOVE "ITEM NOT ON FILE" TO WS-REJECT-REASON
002580     END-READ
002590     IF TRAN-IS-VALID
002600         MOVE ItemRec TO WS-BEFORE-IMAGE
002610         MOVE "I" TO IM-STATUS
002620         REWRITE ItemRec
002630             INVALID KEY
002640                 MOVE "N" TO WS-TRAN-VALID-SW
002650                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002660         END-REWRITE
002670         IF TRAN-IS-VALID
002680             MOVE "C" TO WS-JRNL-ACTION
002690             MOVE ItemRec TO WS-AFTER-IMAGE
002700             CALL "JRNLWRIT" USING WS-JRNL-PROGRAM,
002710                 WS-JRNL-ACTION, WS-BEFORE-IMAGE,
002720                 WS-AFTER-IMAGE
002730         END-IF
002740     END-IF.
002750 2400-EXIT.
002760     EXIT.
002770
002780 2600-REPORT-APPLIED.
002790     ADD 1 TO WS-APPLIED-COUNT
002800     MOVE IT-ACTION TO OL-ACTION
002810     MOVE IT-ITEM-CODE TO OL-ITEM-CODE
002820     MOVE IT-DESC TO OL-DESC
002830     MOVE "APPLIED" TO OL-DISPOSITION
002840     MOVE SPACES TO OL-REASON
002850     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
002860 2600-EXIT.
002870     EXIT.
002880
002890 2700-REPORT-REJECT.
002900     ADD 1 TO WS-REJECT-COUNT
002910     MOVE IT-ACTION TO OL-ACTION
002920     MOVE IT-ITEM-CODE TO OL-ITEM-CODE
002930     MOVE IT-DESC TO OL-DESC
002940     MOVE "REJECTED" TO OL-DISPOSITION
002950     MOVE WS-REJECT-REASON TO OL-REASON
002960     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
002970 2700-EXIT.
002980     EXIT.
002990
003000 2900-MOVE-FIELDS.
003010     MOVE IT-ITEM-CODE TO IM-ITEM-CODE
003020     MOVE IT-DESC TO IM-DESC
003030     MOVE IT-UOM TO IM-UOM
003040     MOVE IT-LIST-PRICE TO IM-LIST-PRICE
003050     MOVE IT-TAXABLE TO IM-TAXABLE.
003060 2900-EXIT.
003070     EXIT.
003080
003090 3000-TERMINATE.
003100     DISPLAY "ITEMMAINT: TRANSACTIONS APPLIED - "
003110         WS-APPLIED-COUNT
003120     DISPLAY "ITEMMAINT: TRANSACTIONS REJECTED - "
003130         WS-REJECT-COUNT
003140*----ON THE LOCK-BUSY BAIL NOTHING WAS OPENED
003150     IF RETURN-CODE = 8
003160         GO TO 3000-EXIT
003170     END-IF
003180     IF ITEMMAST-OPEN
003190         CLOSE ITEMMAST
003200     END-IF
003210     IF WS-TRAN-STATUS = "00" OR WS-TRAN-STATUS = "10"
003220         CLOSE ITEMTRAN-IN
003230     END-IF
003240     CLOSE MAINT-RPT
003250     MOVE "C" TO WS-LOCK-ACTION
003260     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
003270         WS-LOCK-ACTION, WS-LOCK-RESULT
003280     IF WS-REJECT-COUNT > 0
003290         MOVE 4 TO RETURN-CODE
003300     END-IF.
003310 3000-EXIT.
003320     EXIT.
