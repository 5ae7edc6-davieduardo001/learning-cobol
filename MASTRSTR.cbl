000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASTRSTR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - SYSTEM-WIDE MASTER RESTORE. PUTS
000100*                   BACK A WHOLE MASTBKUP GENERATION, NEVER ONE
000110*                   FILE ALONE. THE GENERATION (RSTRCTL CARD,
000120*                   NEWEST WHEN ABSENT OR ZERO) IS FIRST READ
000130*                   THROUGH AND EVERY FILE'S RECORD COUNT AND
000140*                   HASH TOTAL PROVED AGAINST ITS TRAILER; ONLY
000150*                   THEN ARE THE FILELOCK RESERVATIONS TAKEN AND
000160*                   EVERY MASTER REBUILT. NEEDS A SIGN-ON WITH
000170*                   THE MASTRSTR FUNCTION.
000171*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000172*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000173*                   ORDER.
000174*   2026-10-15  DP  THE ACCOUNTING PERIOD CLOSE FILE IS NOW
000175*                   ACCTPER. THE PERIODCT PAY CALENDAR, UNEMPWG,
000176*                   RATEHIST, EMPPEND, ACCTACCR, VENDMAST, APOPEN,
000177*                   ITEMMAST, GLACCT, GLBAL, FAMAST, BENENRL AND
000178*                   TKTHIST ARE RESTORED WITH THE REST. A
000179*                   GENERATION WRITTEN BEFORE THEY JOINED FAILS
000180*                   THE PROOF AND IS NOT RESTORED.
000181*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT RSTRCTL-IN  ASSIGN TO RSTRCTL
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-CTL-STATUS.
000250     SELECT GEN-SET     ASSIGN TO MASTGENI
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-SET-STATUS.
000280     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS ident
000320         FILE STATUS IS WS-MAST-STATUS.
000330     SELECT EMPMAST     ASSIGN TO EMPMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS ER-SSnum
000370         FILE STATUS IS WS-MAST-STATUS.
000380     SELECT YTDMAST     ASSIGN TO YTDMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS YT-SSNUM
000420         FILE STATUS IS WS-MAST-STATUS.
000430     SELECT DEDMAST     ASSIGN TO DEDMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS DD-KEY
000470         FILE STATUS IS WS-MAST-STATUS.
000480     SELECT ACCTBAL     ASSIGN TO ACCTBAL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS AB-IDENT
000520         FILE STATUS IS WS-MAST-STATUS.
000530     SELECT OPENITEM-OUT ASSIGN TO OPENITEM
000531         ORGANIZATION IS INDEXED
000532         ACCESS MODE IS SEQUENTIAL
000533         RECORD KEY IS OI-KEY
000534         ALTERNATE RECORD KEY IS OI-STATUS
000535             WITH DUPLICATES
000550         FILE STATUS IS WS-MAST-STATUS.
000560     SELECT JOBMAST-OUT ASSIGN TO JOBMAST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MAST-STATUS.
000590     SELECT LEAVBAL-OUT ASSIGN TO LEAVBAL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MAST-STATUS.
000620     SELECT BUSDATE-OUT ASSIGN TO BUSDATE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MAST-STATUS.
000650     SELECT ACCTPER     ASSIGN TO ACCTPER
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS PD-KEY
000690         FILE STATUS IS WS-MAST-STATUS.
000700     SELECT USERPROF    ASSIGN TO USERPROF
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS UP-OPER-ID
000740         FILE STATUS IS WS-MAST-STATUS.
000750     SELECT COMPMAST-OUT ASSIGN TO COMPMAST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-MAST-STATUS.
000771     SELECT PERIODCT-OUT ASSIGN TO PERIODCT
000772         ORGANIZATION IS LINE SEQUENTIAL
000773         FILE STATUS IS WS-MAST-STATUS.
000774     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000775         ORGANIZATION IS INDEXED
000776         ACCESS MODE IS SEQUENTIAL
000777         RECORD KEY IS UW-KEY
000778         FILE STATUS IS WS-MAST-STATUS.
000779     SELECT RATEHIST    ASSIGN TO RATEHIST
000780         ORGANIZATION IS INDEXED
000781         ACCESS MODE IS SEQUENTIAL
000782         RECORD KEY IS RH-KEY
000783         FILE STATUS IS WS-MAST-STATUS.
000784     SELECT EMPPEND     ASSIGN TO EMPPEND
000785         ORGANIZATION IS INDEXED
000786         ACCESS MODE IS SEQUENTIAL
000787         RECORD KEY IS PC-SSN
000788         FILE STATUS IS WS-MAST-STATUS.
000789     SELECT ACCTACCR    ASSIGN TO ACCTACCR
000790         ORGANIZATION IS INDEXED
000791         ACCESS MODE IS SEQUENTIAL
000792         RECORD KEY IS AA-IDENT
000793         FILE STATUS IS WS-MAST-STATUS.
000794     SELECT VENDMAST    ASSIGN TO VENDMAST
000795         ORGANIZATION IS INDEXED
000796         ACCESS MODE IS SEQUENTIAL
000797         RECORD KEY IS VM-VENDOR-ID
000798         FILE STATUS IS WS-MAST-STATUS.
000799     SELECT APOPEN      ASSIGN TO APOPEN
000800         ORGANIZATION IS INDEXED
000801         ACCESS MODE IS SEQUENTIAL
000802         RECORD KEY IS AP-KEY
000803         FILE STATUS IS WS-MAST-STATUS.
000804     SELECT ITEMMAST    ASSIGN TO ITEMMAST
000805         ORGANIZATION IS INDEXED
000806         ACCESS MODE IS SEQUENTIAL
000807         RECORD KEY IS IM-ITEM-CODE
000808         FILE STATUS IS WS-MAST-STATUS.
000809     SELECT GLACCT      ASSIGN TO GLACCT
000810         ORGANIZATION IS INDEXED
000811         ACCESS MODE IS SEQUENTIAL
000812         RECORD KEY IS GA-KEY
000813         FILE STATUS IS WS-MAST-STATUS.
000814     SELECT GLBAL       ASSIGN TO GLBAL
000815         ORGANIZATION IS INDEXED
000816         ACCESS MODE IS SEQUENTIAL
000817         RECORD KEY IS GB-KEY
000818         FILE STATUS IS WS-MAST-STATUS.
000819     SELECT FAMAST      ASSIGN TO FAMAST
000820         ORGANIZATION IS INDEXED
000821         ACCESS MODE IS SEQUENTIAL
000822         RECORD KEY IS FA-ASSET-ID
000823         FILE STATUS IS WS-MAST-STATUS.
000824     SELECT BENENRL     ASSIGN TO BENENRL
000825         ORGANIZATION IS INDEXED
000826         ACCESS MODE IS SEQUENTIAL
000827         RECORD KEY IS BE-KEY
000828         FILE STATUS IS WS-MAST-STATUS.
000829     SELECT TKTHIST-OUT ASSIGN TO TKTHIST
000830         ORGANIZATION IS INDEXED
000831         ACCESS MODE IS SEQUENTIAL
000832         RECORD KEY IS TH-TICKET
000833         FILE STATUS IS WS-MAST-STATUS.
000834
000835 DATA DIVISION.
000836 FILE SECTION.
000837 FD  RSTRCTL-IN.
000838 01  RSTRCTL-REC.
000839     05  RC-GEN             PIC 9(5).
000840
000850 FD  GEN-SET.
000860 01  GEN-SET-REC            PIC X(216).
000870
000880 FD  CUSTMAST.
000890     COPY "CUSTOMER.cpy".
000900
000910 FD  EMPMAST.
000920     COPY "EMPLOYEE.cpy".
000930
000940 FD  YTDMAST.
000950     COPY "YTDREC.cpy".
000960
000970 FD  DEDMAST.
000980     COPY "DEDMAST.cpy".
000990
001000 FD  ACCTBAL.
001010     COPY "ACCTBAL.cpy".
001020
001030 FD  OPENITEM-OUT.
001040     COPY "OPENITEM.cpy".
001050
001060 FD  JOBMAST-OUT.
001070     COPY "JOBMAST.cpy".
001080
001090 FD  LEAVBAL-OUT.
001100 01  LEAVBAL-REC.
001110     05  LB-SSN             PIC 9(9).
001120     05  LB-VAC-BAL         PIC 9(3)V99.
001130     05  LB-SICK-BAL        PIC 9(3)V99.
001140
001150 FD  BUSDATE-OUT.
001160 01  BUSDATE-REC            PIC 9(8).
001170
001180 FD  ACCTPER.
001190     COPY "PERIOD.cpy".
001200
001210 FD  USERPROF.
001220     COPY "USERPROF.cpy".
001230
001240 FD  COMPMAST-OUT.
001250     COPY "COMPANY.cpy".
001251
001252 FD  PERIODCT-OUT.
001253*----PAYROLL CALENDAR - PERIOD START, END, STATUS AND COMPANY
001254 01  PAYCAL-REC             PIC X(19).
001255
001256 FD  UNEMPWG.
001257     COPY "UNEMPWG.cpy".
001258
001259 FD  RATEHIST.
001260     COPY "RATEHIST.cpy".
001261
001262 FD  EMPPEND.
001263     COPY "EMPPEND.cpy".
001264
001265 FD  ACCTACCR.
001266     COPY "ACCTACCR.cpy".
001267
001268 FD  VENDMAST.
001269     COPY "VENDMAST.cpy".
001270
001271 FD  APOPEN.
001272     COPY "APOPEN.cpy".
001273
001274 FD  ITEMMAST.
001275     COPY "ITEMMAST.cpy".
001276
001277 FD  GLACCT.
001278     COPY "GLACCT.cpy".
001279
001280 FD  GLBAL.
001281     COPY "GLBAL.cpy".
001282
001283 FD  FAMAST.
001284     COPY "FAMAST.cpy".
001285
001286 FD  BENENRL.
001287     COPY "BENENRL.cpy".
001288
001289 FD  TKTHIST-OUT.
001290 01  TKTHIST-REC.
001291     05  TH-TICKET          PIC 9(6).
001292     05  TH-TANK-ID         PIC X(5).
001293     05  TH-CUST-ID         PIC X(7).
001294     05  TH-QTY             PIC 9(7)V99.
001295     05  TH-TICKET-DATE     PIC 9(8).
001296     05  TH-AMOUNT          PIC 9(9)V99.
001297     05  TH-BILLED-DATE     PIC 9(8).
001298
001299 WORKING-STORAGE SECTION.
001300 01  WS-CTL-STATUS          PIC X(2) VALUE SPACES.
001301 01  WS-SET-STATUS          PIC X(2) VALUE SPACES.
001302 01  WS-MAST-STATUS         PIC X(2) VALUE SPACES.
001310 01  WS-SET-EOF-SW          PIC X(1) VALUE "N".
001320     88  END-OF-SET             VALUE "Y".
001330 01  WS-SET-OPEN-SW         PIC X(1) VALUE "N".
001340     88  SET-OPEN               VALUE "Y".
001350 01  WS-GEN-DONE-SW         PIC X(1) VALUE "N".
001360     88  GENERATION-DONE        VALUE "Y".
001370 01  WS-FOUND-SW            PIC X(1) VALUE "N".
001380     88  GENERATION-FOUND       VALUE "Y".
001390 01  WS-VERIFY-SW           PIC X(1) VALUE "Y".
001400     88  GENERATION-VERIFIED    VALUE "Y".
001410 01  WS-ABORT-SW            PIC X(1) VALUE "N".
001420     88  RESTORE-ABORTED        VALUE "Y".
001430 01  WS-OUT-OPEN-SW         PIC X(1) VALUE "N".
001440     88  OUTPUT-FILE-OPEN       VALUE "Y".
001450 01  WS-RUN-RC              PIC 9(2) VALUE 0.
001460 01  WS-WANT-GEN            PIC 9(5) VALUE 0.
001470 01  WS-RESTORE-GEN         PIC 9(5) VALUE 0.
001480 01  WS-RESTORE-DATE        PIC 9(8) VALUE 0.
001490 01  WS-FX                  PIC 9(2) COMP VALUE 0.
001500 01  WS-CUR-FX              PIC 9(2) COMP VALUE 0.
001510 01  WS-MASTER-COUNT        PIC 9(2) COMP VALUE 25.
001520 01  WS-REC-HASH            PIC S9(13)V99 VALUE 0.
001530 01  WS-TOTAL-COUNT         PIC 9(9) VALUE 0.
001540 01  WS-WRITE-ERRORS        PIC 9(7) VALUE 0.
001550 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "MASTRSTR".
001560 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001570 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001580 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
001590 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "MASTRSTR".
001600 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
001610 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
001620*----THE SAME FILE LIST AND ORDER MASTBKUP UNLOADS.
001630 01  WS-MASTER-LIST.
001640     05  FILLER             PIC X(8) VALUE "CUSTMAST".
001650     05  FILLER             PIC X(8) VALUE "EMPMAST ".
001660     05  FILLER             PIC X(8) VALUE "YTDMAST ".
001670     05  FILLER             PIC X(8) VALUE "DEDMAST ".
001680     05  FILLER             PIC X(8) VALUE "ACCTBAL ".
001690     05  FILLER             PIC X(8) VALUE "OPENITEM".
001700     05  FILLER             PIC X(8) VALUE "JOBMAST ".
001710     05  FILLER             PIC X(8) VALUE "LEAVBAL ".
001720     05  FILLER             PIC X(8) VALUE "BUSDATE ".
001730     05  FILLER             PIC X(8) VALUE "ACCTPER ".
001740     05  FILLER             PIC X(8) VALUE "USERPROF".
001750     05  FILLER             PIC X(8) VALUE "COMPMAST".
001751     05  FILLER             PIC X(8) VALUE "PERIODCT".
001752     05  FILLER             PIC X(8) VALUE "UNEMPWG ".
001753     05  FILLER             PIC X(8) VALUE "RATEHIST".
001754     05  FILLER             PIC X(8) VALUE "EMPPEND ".
001755     05  FILLER             PIC X(8) VALUE "ACCTACCR".
001756     05  FILLER             PIC X(8) VALUE "VENDMAST".
001757     05  FILLER             PIC X(8) VALUE "APOPEN  ".
001758     05  FILLER             PIC X(8) VALUE "ITEMMAST".
001759     05  FILLER             PIC X(8) VALUE "GLACCT  ".
001760     05  FILLER             PIC X(8) VALUE "GLBAL   ".
001761     05  FILLER             PIC X(8) VALUE "FAMAST  ".
001762     05  FILLER             PIC X(8) VALUE "BENENRL ".
001763     05  FILLER             PIC X(8) VALUE "TKTHIST ".
001764 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
001770     05  WS-MASTER-NAME     PIC X(8) OCCURS 25 TIMES.
001780*----WHAT THE VERIFY PASS FOUND FOR EACH FILE.
001790 01  WS-PROOF-TABLE.
001800     05  WS-PROOF-ENTRY     OCCURS 25 TIMES.
001810         10  WS-P-COUNT     PIC 9(9).
001820         10  WS-P-HASH      PIC S9(15)V99.
001830         10  WS-P-TRAILER   PIC X(1).
001840         10  WS-P-LOCKED    PIC X(1).
001850 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
001860     COPY "MASTGEN.cpy".
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     IF NOT RESTORE-ABORTED
001920         PERFORM 2000-VERIFY-GENERATION THRU 2000-EXIT
001930     END-IF
001940     IF NOT RESTORE-ABORTED
001950         PERFORM 3000-RESTORE-GENERATION THRU 3000-EXIT
001960     END-IF
001970     PERFORM 4000-TERMINATE THRU 4000-EXIT
001980     GOBACK.
001990
002000 1000-INITIALIZE.
002010     CALL "SIGNON" USING WS-LOCK-PROGRAM, WS-SIGNON-ACTION,
002020         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
002030     IF WS-SIGNON-RESULT NOT = "G"
002040         DISPLAY "MASTRSTR: SIGN-ON REFUSED - RUN ENDED"
002050         MOVE "Y" TO WS-ABORT-SW
002060         MOVE 12 TO WS-RUN-RC
002070         GO TO 1000-EXIT
002080     END-IF
002090     OPEN INPUT RSTRCTL-IN
002100     IF WS-CTL-STATUS = "00"
002110         READ RSTRCTL-IN
002120             AT END MOVE 0 TO RC-GEN
002130         END-READ
002140         IF RC-GEN IS NUMERIC
002150             MOVE RC-GEN TO WS-WANT-GEN
002160         END-IF
002170         CLOSE RSTRCTL-IN
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210
002220*----POSITIONS THE SET ON THE WANTED GENERATION'S HEADER - THE
002230*----NEWEST (FIRST) ONE WHEN NO GENERATION WAS ASKED FOR.
002240 1100-FIND-GENERATION.
002250     MOVE "N" TO WS-FOUND-SW
002260     MOVE "N" TO WS-SET-EOF-SW
002270     OPEN INPUT GEN-SET
002280     IF WS-SET-STATUS NOT = "00"
002290         DISPLAY "MASTRSTR: UNABLE TO OPEN MASTGENI - STATUS "
002300             WS-SET-STATUS
002310         MOVE "Y" TO WS-ABORT-SW
002320         MOVE 8 TO WS-RUN-RC
002330         GO TO 1100-EXIT
002340     END-IF
002350     MOVE "Y" TO WS-SET-OPEN-SW
002360     PERFORM 1200-READ-SET THRU 1200-EXIT
002370     PERFORM 1300-CHECK-HEADER THRU 1300-EXIT
002380         UNTIL END-OF-SET OR GENERATION-FOUND.
002390 1100-EXIT.
002400     EXIT.
002410
002420 1200-READ-SET.
002430     READ GEN-SET INTO MastGenRec
002440         AT END MOVE "Y" TO WS-SET-EOF-SW
002450     END-READ.
002460 1200-EXIT.
002470     EXIT.
002480
002490 1300-CHECK-HEADER.
002500     IF MG-GEN-HEADER
002510         IF WS-WANT-GEN = 0 OR MG-GEN = WS-WANT-GEN
002520             MOVE "Y" TO WS-FOUND-SW
002530             GO TO 1300-EXIT
002540         END-IF
002550     END-IF
002560     PERFORM 1200-READ-SET THRU 1200-EXIT.
002570 1300-EXIT.
002580     EXIT.
002590
002600 1400-LOOKUP-FILE.
002610     MOVE 0 TO WS-CUR-FX
002620     PERFORM 1410-MATCH-ONE THRU 1410-EXIT
002630         VARYING WS-FX FROM 1 BY 1
002640         UNTIL WS-FX > WS-MASTER-COUNT OR WS-CUR-FX > 0.
002650 1400-EXIT.
002660     EXIT.
002670
002680 1410-MATCH-ONE.
002690     IF WS-MASTER-NAME(WS-FX) = MG-FILE
002700         MOVE WS-FX TO WS-CUR-FX
002710     END-IF.
002720 1410-EXIT.
002730     EXIT.
002740
002750*----NOTHING IS TOUCHED UNTIL THE WHOLE GENERATION HAS BEEN READ
002760*----AND EVERY FILE PROVED AGAINST ITS TRAILER.
002770 2000-VERIFY-GENERATION.
002780     PERFORM 1100-FIND-GENERATION THRU 1100-EXIT
002790     IF RESTORE-ABORTED
002800         GO TO 2000-EXIT
002810     END-IF
002820     IF NOT GENERATION-FOUND
002830         DISPLAY "MASTRSTR: GENERATION " WS-WANT-GEN
002840             " IS NOT ON MASTGENI - NOTHING RESTORED"
002850         MOVE "Y" TO WS-ABORT-SW
002860         MOVE 12 TO WS-RUN-RC
002870         GO TO 2000-EXIT
002880     END-IF
002890     MOVE MG-GEN TO WS-RESTORE-GEN
002900     MOVE MG-GEN-DATE TO WS-RESTORE-DATE
002910     DISPLAY "MASTRSTR: VERIFYING GENERATION " WS-RESTORE-GEN
002920         " DATED " WS-RESTORE-DATE
002930     PERFORM 2050-CLEAR-PROOF THRU 2050-EXIT
002940         VARYING WS-FX FROM 1 BY 1
002950         UNTIL WS-FX > WS-MASTER-COUNT
002960     MOVE 0 TO WS-CUR-FX
002970     MOVE "N" TO WS-GEN-DONE-SW
002980     PERFORM 1200-READ-SET THRU 1200-EXIT
002990     PERFORM 2100-PROVE-RECORD THRU 2100-EXIT
003000         UNTIL END-OF-SET OR GENERATION-DONE
003010     IF NOT GENERATION-DONE
003020         DISPLAY "MASTRSTR: GENERATION " WS-RESTORE-GEN
003030             " HAS NO GTR RECORD - IT IS INCOMPLETE"
003040         MOVE "N" TO WS-VERIFY-SW
003050     END-IF
003060     PERFORM 2200-CHECK-TRAILER-SEEN THRU 2200-EXIT
003070         VARYING WS-FX FROM 1 BY 1
003080         UNTIL WS-FX > WS-MASTER-COUNT
003090     CLOSE GEN-SET
003100     MOVE "N" TO WS-SET-OPEN-SW
003110     IF NOT GENERATION-VERIFIED
003120         DISPLAY "MASTRSTR: GENERATION " WS-RESTORE-GEN
003130             " FAILED VERIFICATION - NOTHING RESTORED"
003140         MOVE "Y" TO WS-ABORT-SW
003150         MOVE 12 TO WS-RUN-RC
003160     END-IF.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2050-CLEAR-PROOF.
003210     MOVE 0 TO WS-P-COUNT(WS-FX)
003220     MOVE 0 TO WS-P-HASH(WS-FX)
003230     MOVE "N" TO WS-P-TRAILER(WS-FX)
003240     MOVE "N" TO WS-P-LOCKED(WS-FX).
003250 2050-EXIT.
003260     EXIT.
003270
003280 2100-PROVE-RECORD.
003290     EVALUATE TRUE
003300         WHEN MG-FILE-HEADER
003310             PERFORM 1400-LOOKUP-FILE THRU 1400-EXIT
003320             IF WS-CUR-FX = 0
003330                 DISPLAY "MASTRSTR: UNKNOWN FILE " MG-FILE
003340                     " IN GENERATION"
003350                 MOVE "N" TO WS-VERIFY-SW
003360             END-IF
003370         WHEN MG-DETAIL
003380             IF WS-CUR-FX = 0
003390                 MOVE "N" TO WS-VERIFY-SW
003400                 GO TO 2100-NEXT
003410             END-IF
003420             IF MG-FILE NOT = WS-MASTER-NAME(WS-CUR-FX)
003430                 DISPLAY "MASTRSTR: " MG-FILE
003440                     " IMAGE OUTSIDE ITS FILE GROUP"
003450                 MOVE "N" TO WS-VERIFY-SW
003460                 GO TO 2100-NEXT
003470             END-IF
003480             PERFORM 5000-HASH-IMAGE THRU 5000-EXIT
003490             ADD 1 TO WS-P-COUNT(WS-CUR-FX)
003500             ADD WS-REC-HASH TO WS-P-HASH(WS-CUR-FX)
003510         WHEN MG-FILE-TRAILER
003520             PERFORM 2150-PROVE-FILE THRU 2150-EXIT
003530             MOVE 0 TO WS-CUR-FX
003540         WHEN MG-GEN-TRAILER
003550             MOVE "Y" TO WS-GEN-DONE-SW
003560             PERFORM 2160-PROVE-GENERATION THRU 2160-EXIT
003570             GO TO 2100-EXIT
003580         WHEN OTHER
003590*----THE NEXT GENERATION'S HEADER, OR SOMETHING UNKNOWN, BEFORE
003600*----THIS GENERATION'S TRAILER
003610             MOVE "Y" TO WS-SET-EOF-SW
003620             GO TO 2100-EXIT
003630     END-EVALUATE.
003640 2100-NEXT.
003650     PERFORM 1200-READ-SET THRU 1200-EXIT.
003660 2100-EXIT.
003670     EXIT.
003680
003690 2150-PROVE-FILE.
003700     IF WS-CUR-FX = 0
003710         GO TO 2150-EXIT
003720     END-IF
003730     MOVE "Y" TO WS-P-TRAILER(WS-CUR-FX)
003740     IF MG-REC-COUNT NOT = WS-P-COUNT(WS-CUR-FX)
003750         DISPLAY "MASTRSTR: " MG-FILE " TRAILER COUNT "
003760             MG-REC-COUNT " BUT " WS-P-COUNT(WS-CUR-FX)
003770             " RECORDS ON THE SET"
003780         MOVE "N" TO WS-VERIFY-SW
003790     END-IF
003800     IF MG-HASH-TOTAL NOT = WS-P-HASH(WS-CUR-FX)
003810         DISPLAY "MASTRSTR: " MG-FILE " HASH TOTAL DOES NOT "
003820             "AGREE WITH ITS TRAILER"
003830         MOVE "N" TO WS-VERIFY-SW
003840     END-IF.
003850 2150-EXIT.
003860     EXIT.
003870
003880 2160-PROVE-GENERATION.
003890     MOVE 0 TO WS-TOTAL-COUNT
003900     PERFORM 2170-ADD-FILE-COUNT THRU 2170-EXIT
003910         VARYING WS-FX FROM 1 BY 1
003920         UNTIL WS-FX > WS-MASTER-COUNT
003930     IF MG-FILE-COUNT NOT = WS-MASTER-COUNT
003940        OR MG-REC-COUNT NOT = WS-TOTAL-COUNT
003950         DISPLAY "MASTRSTR: GENERATION TRAILER DOES NOT AGREE "
003960             "WITH THE FILES ON THE SET"
003970         MOVE "N" TO WS-VERIFY-SW
003980     END-IF.
003990 2160-EXIT.
004000     EXIT.
004010
004020 2170-ADD-FILE-COUNT.
004030     ADD WS-P-COUNT(WS-FX) TO WS-TOTAL-COUNT.
004040 2170-EXIT.
004050     EXIT.
004060
004070 2200-CHECK-TRAILER-SEEN.
004080     IF WS-P-TRAILER(WS-FX) NOT = "Y"
004090         DISPLAY "MASTRSTR: " WS-MASTER-NAME(WS-FX)
004100             " IS MISSING FROM THE GENERATION"
004110         MOVE "N" TO WS-VERIFY-SW
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.
004150
004160*----ALL THE MASTERS ARE RESERVED BEFORE ANY IS REBUILT, SO THE
004170*----SET GOES BACK AS ONE.
004180 3000-RESTORE-GENERATION.
004190     PERFORM 3050-RESERVE-ONE THRU 3050-EXIT
004200         VARYING WS-FX FROM 1 BY 1
004210         UNTIL WS-FX > WS-MASTER-COUNT OR RESTORE-ABORTED
004220     IF RESTORE-ABORTED
004230         MOVE 8 TO WS-RUN-RC
004240         GO TO 3000-EXIT
004250     END-IF
004260     MOVE WS-RESTORE-GEN TO WS-WANT-GEN
004270     PERFORM 1100-FIND-GENERATION THRU 1100-EXIT
004280     IF RESTORE-ABORTED
004290         GO TO 3000-EXIT
004300     END-IF
004310     MOVE 0 TO WS-CUR-FX
004320     MOVE "N" TO WS-GEN-DONE-SW
004330     PERFORM 1200-READ-SET THRU 1200-EXIT
004340     PERFORM 3100-RESTORE-RECORD THRU 3100-EXIT
004350         UNTIL END-OF-SET OR GENERATION-DONE
004360     DISPLAY "MASTRSTR: GENERATION " WS-RESTORE-GEN
004370         " RESTORED BY " WS-SIGNON-OPER.
004380 3000-EXIT.
004390     EXIT.
004400
004410 3050-RESERVE-ONE.
004420     MOVE "R" TO WS-LOCK-ACTION
004430     CALL "FILELOCK" USING WS-MASTER-NAME(WS-FX),
004440         WS-LOCK-PROGRAM, WS-LOCK-ACTION, WS-LOCK-RESULT
004450     IF WS-LOCK-RESULT = "B"
004460         DISPLAY "MASTRSTR: " WS-MASTER-NAME(WS-FX)
004470             " IS IN USE - NOTHING RESTORED, TRY AGAIN LATER"
004480         MOVE "Y" TO WS-ABORT-SW
004490         GO TO 3050-EXIT
004500     END-IF
004510     MOVE "Y" TO WS-P-LOCKED(WS-FX).
004520 3050-EXIT.
004530     EXIT.
004540
004550 3100-RESTORE-RECORD.
004560     EVALUATE TRUE
004570         WHEN MG-FILE-HEADER
004580             PERFORM 1400-LOOKUP-FILE THRU 1400-EXIT
004590             PERFORM 3200-OPEN-MASTER THRU 3200-EXIT
004600         WHEN MG-DETAIL
004610             PERFORM 3300-WRITE-MASTER THRU 3300-EXIT
004620         WHEN MG-FILE-TRAILER
004630             PERFORM 3400-CLOSE-MASTER THRU 3400-EXIT
004640             MOVE MG-REC-COUNT TO WS-COUNT-DISPLAY
004650             DISPLAY "MASTRSTR: " MG-FILE " RECORDS RESTORED - "
004660                 WS-COUNT-DISPLAY
004670         WHEN MG-GEN-TRAILER
004680             MOVE "Y" TO WS-GEN-DONE-SW
004690             GO TO 3100-EXIT
004700     END-EVALUATE
004710     PERFORM 1200-READ-SET THRU 1200-EXIT.
004720 3100-EXIT.
004730     EXIT.
004740
004750 3200-OPEN-MASTER.
004760     EVALUATE WS-CUR-FX
004770         WHEN 1
004780             OPEN OUTPUT CUSTMAST
004790         WHEN 2
004800             OPEN OUTPUT EMPMAST
004810         WHEN 3
004820             OPEN OUTPUT YTDMAST
004830         WHEN 4
004840             OPEN OUTPUT DEDMAST
004850         WHEN 5
004860             OPEN OUTPUT ACCTBAL
004870         WHEN 6
004880             OPEN OUTPUT OPENITEM-OUT
004890         WHEN 7
004900             OPEN OUTPUT JOBMAST-OUT
004910         WHEN 8
004920             OPEN OUTPUT LEAVBAL-OUT
004930         WHEN 9
004940             OPEN OUTPUT BUSDATE-OUT
004950         WHEN 10
004960             OPEN OUTPUT ACCTPER
004970         WHEN 11
004980             OPEN OUTPUT USERPROF
004990         WHEN 12
005000             OPEN OUTPUT COMPMAST-OUT
005001         WHEN 13
005002             OPEN OUTPUT PERIODCT-OUT
005003         WHEN 14
005004             OPEN OUTPUT UNEMPWG
005005         WHEN 15
005006             OPEN OUTPUT RATEHIST
005007         WHEN 16
005008             OPEN OUTPUT EMPPEND
005009         WHEN 17
005010             OPEN OUTPUT ACCTACCR
005011         WHEN 18
005012             OPEN OUTPUT VENDMAST
005013         WHEN 19
005014             OPEN OUTPUT APOPEN
005015         WHEN 20
005016             OPEN OUTPUT ITEMMAST
005017         WHEN 21
005018             OPEN OUTPUT GLACCT
005019         WHEN 22
005020             OPEN OUTPUT GLBAL
005021         WHEN 23
005022             OPEN OUTPUT FAMAST
005023         WHEN 24
005024             OPEN OUTPUT BENENRL
005025         WHEN 25
005026             OPEN OUTPUT TKTHIST-OUT
005027     END-EVALUATE
005028     IF WS-MAST-STATUS = "00" OR WS-MAST-STATUS = "05"
005030         MOVE "Y" TO WS-OUT-OPEN-SW
005040     ELSE
005050         DISPLAY "MASTRSTR: UNABLE TO OPEN " MG-FILE
005060             " FOR OUTPUT - STATUS " WS-MAST-STATUS
005070         MOVE "N" TO WS-OUT-OPEN-SW
005080         MOVE 8 TO WS-RUN-RC
005090     END-IF.
005100 3200-EXIT.
005110     EXIT.
005120
005130 3300-WRITE-MASTER.
005140     IF NOT OUTPUT-FILE-OPEN
005150         GO TO 3300-EXIT
005160     END-IF
005170     EVALUATE WS-CUR-FX
005180         WHEN 1
005190             MOVE MG-DATA TO Customer
005200             WRITE Customer
005210         WHEN 2
005220             MOVE MG-DATA TO EmployeeRec
005230             WRITE EmployeeRec
005240         WHEN 3
005250             MOVE MG-DATA TO YtdRec
005260             WRITE YtdRec
005270         WHEN 4
005280             MOVE MG-DATA TO DeductRec
005290             WRITE DeductRec
005300         WHEN 5
005310             MOVE MG-DATA TO AcctBalance
005320             WRITE AcctBalance
005330         WHEN 6
005340             MOVE MG-DATA TO OpenItemRec
005350             WRITE OpenItemRec
005360         WHEN 7
005370             MOVE MG-DATA TO JobMastRec
005380             WRITE JobMastRec
005390         WHEN 8
005400             MOVE MG-DATA TO LEAVBAL-REC
005410             WRITE LEAVBAL-REC
005420         WHEN 9
005430             MOVE MG-DATA TO BUSDATE-REC
005440             WRITE BUSDATE-REC
005450         WHEN 10
005460             MOVE MG-DATA TO PeriodRec
005470             WRITE PeriodRec
005480         WHEN 11
005490             MOVE MG-DATA TO UserProfRec
005500             WRITE UserProfRec
005510         WHEN 12
005520             MOVE MG-DATA TO CompanyRec
005530             WRITE CompanyRec
005531         WHEN 13
005532             MOVE MG-DATA TO PAYCAL-REC
005533             WRITE PAYCAL-REC
005534         WHEN 14
005535             MOVE MG-DATA TO UnempWageRec
005536             WRITE UnempWageRec
005537         WHEN 15
005538             MOVE MG-DATA TO RateHistRec
005539             WRITE RateHistRec
005540         WHEN 16
005541             MOVE MG-DATA TO EmpPendRec
005542             WRITE EmpPendRec
005543         WHEN 17
005544             MOVE MG-DATA TO AcctAccrual
005545             WRITE AcctAccrual
005546         WHEN 18
005547             MOVE MG-DATA TO VendorRec
005548             WRITE VendorRec
005549         WHEN 19
005550             MOVE MG-DATA TO ApOpenRec
005551             WRITE ApOpenRec
005552         WHEN 20
005553             MOVE MG-DATA TO ItemRec
005554             WRITE ItemRec
005555         WHEN 21
005556             MOVE MG-DATA TO GlAcctRec
005557             WRITE GlAcctRec
005558         WHEN 22
005559             MOVE MG-DATA TO GlBalRec
005560             WRITE GlBalRec
005561         WHEN 23
005562             MOVE MG-DATA TO FaMastRec
005563             WRITE FaMastRec
005564         WHEN 24
005565             MOVE MG-DATA TO BenEnrlRec
005566             WRITE BenEnrlRec
005567         WHEN 25
005568             MOVE MG-DATA TO TKTHIST-REC
005569             WRITE TKTHIST-REC
005570     END-EVALUATE
005571     IF WS-MAST-STATUS NOT = "00"
005572         DISPLAY "MASTRSTR: WRITE TO " MG-FILE
005573             " FAILED - STATUS " WS-MAST-STATUS
005580         ADD 1 TO WS-WRITE-ERRORS
005590         MOVE 8 TO WS-RUN-RC
005600     END-IF.
005610 3300-EXIT.
005620     EXIT.
005630
005640 3400-CLOSE-MASTER.
005650     IF NOT OUTPUT-FILE-OPEN
005660         GO TO 3400-EXIT
005670     END-IF
005680     EVALUATE WS-CUR-FX
005690         WHEN 1
005700             CLOSE CUSTMAST
005710         WHEN 2
005720             CLOSE EMPMAST
005730         WHEN 3
005740             CLOSE YTDMAST
005750         WHEN 4
005760             CLOSE DEDMAST
005770         WHEN 5
005780             CLOSE ACCTBAL
005790         WHEN 6
005800             CLOSE OPENITEM-OUT
005810         WHEN 7
005820             CLOSE JOBMAST-OUT
005830         WHEN 8
005840             CLOSE LEAVBAL-OUT
005850         WHEN 9
005860             CLOSE BUSDATE-OUT
005870         WHEN 10
005880             CLOSE ACCTPER
005890         WHEN 11
005900             CLOSE USERPROF
005910         WHEN 12
005920             CLOSE COMPMAST-OUT
005921         WHEN 13
005922             CLOSE PERIODCT-OUT
005923         WHEN 14
005924             CLOSE UNEMPWG
005925         WHEN 15
005926             CLOSE RATEHIST
005927         WHEN 16
005928             CLOSE EMPPEND
005929         WHEN 17
005930             CLOSE ACCTACCR
005931         WHEN 18
005932             CLOSE VENDMAST
005933         WHEN 19
005934             CLOSE APOPEN
005935         WHEN 20
005936             CLOSE ITEMMAST
005937         WHEN 21
005938             CLOSE GLACCT
005939         WHEN 22
005940             CLOSE GLBAL
005941         WHEN 23
005942             CLOSE FAMAST
005943         WHEN 24
005944             CLOSE BENENRL
005945         WHEN 25
005946             CLOSE TKTHIST-OUT
005947     END-EVALUATE
005948     MOVE "N" TO WS-OUT-OPEN-SW.
005950 3400-EXIT.
005960     EXIT.
005970
005980 4000-TERMINATE.
005990     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
006000         VARYING WS-FX FROM 1 BY 1
006010         UNTIL WS-FX > WS-MASTER-COUNT
006020     IF SET-OPEN
006030         CLOSE GEN-SET
006040     END-IF
006050     IF WS-WRITE-ERRORS > 0
006060         DISPLAY "MASTRSTR: WRITE ERRORS - " WS-WRITE-ERRORS
006070             " - THE MASTERS ARE NOT A CONSISTENT SET"
006080     END-IF
006090*----THE RETURN CODE IS SET LAST - THE FILELOCK CALLS WOULD
006100*----OTHERWISE HAND BACK THE SUBPROGRAM'S ZERO CODE.
006110     MOVE WS-RUN-RC TO RETURN-CODE.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-RELEASE-ONE.
006160     IF WS-P-LOCKED(WS-FX) = "Y"
006170         MOVE "C" TO WS-LOCK-ACTION
006180         CALL "FILELOCK" USING WS-MASTER-NAME(WS-FX),
006190             WS-LOCK-PROGRAM, WS-LOCK-ACTION, WS-LOCK-RESULT
006200         MOVE "N" TO WS-P-LOCKED(WS-FX)
006210     END-IF.
006220 4100-EXIT.
006230     EXIT.
006240
006250*----THE SAME HASH MASTBKUP TOOK WHEN IT WROTE THE IMAGE.
006260 5000-HASH-IMAGE.
006270     EVALUATE MG-FILE
006280         WHEN "CUSTMAST"
006290             MOVE MG-CU-IDENT TO WS-REC-HASH
006300         WHEN "EMPMAST "
006310             COMPUTE WS-REC-HASH = MG-EM-SSN + MG-EM-RATE
006320         WHEN "YTDMAST "
006330             COMPUTE WS-REC-HASH = MG-YT-SSN + MG-YT-GROSS
006340         WHEN "DEDMAST "
006350             COMPUTE WS-REC-HASH = MG-DD-SSN + MG-DD-RATE
006360         WHEN "ACCTBAL "
006370             COMPUTE WS-REC-HASH = MG-AB-IDENT + MG-AB-BALANCE
006380         WHEN "OPENITEM"
006390             COMPUTE WS-REC-HASH = MG-OI-AMOUNT
006400                 + MG-OI-PAID-AMT
006410         WHEN "JOBMAST "
006420             COMPUTE WS-REC-HASH = MG-JM-CONTRACT
006430                 + MG-JM-BILLED
006440         WHEN "LEAVBAL "
006450             COMPUTE WS-REC-HASH = MG-LB-SSN + MG-LB-VAC-BAL
006460                 + MG-LB-SICK-BAL
006470         WHEN "BUSDATE "
006480             MOVE MG-BD-DATE TO WS-REC-HASH
006490         WHEN "ACCTPER "
006500             MOVE MG-PD-PERIOD TO WS-REC-HASH
006510         WHEN "USERPROF"
006520             MOVE MG-UP-EXPIRY TO WS-REC-HASH
006530         WHEN "COMPMAST"
006540             MOVE MG-CO-FEIN TO WS-REC-HASH
006541         WHEN "PERIODCT"
006542             MOVE MG-PY-END TO WS-REC-HASH
006543         WHEN "UNEMPWG "
006544             COMPUTE WS-REC-HASH = MG-UW-SSN + MG-UW-GROSS
006545         WHEN "RATEHIST"
006546             COMPUTE WS-REC-HASH = MG-RH-SSN + MG-RH-RATE
006547         WHEN "EMPPEND "
006548             MOVE MG-PC-SSN TO WS-REC-HASH
006549         WHEN "ACCTACCR"
006550             COMPUTE WS-REC-HASH = MG-AA-IDENT + MG-AA-ACCRUED
006551         WHEN "VENDMAST"
006552             MOVE MG-VM-TERMS-DAYS TO WS-REC-HASH
006553         WHEN "APOPEN  "
006554             MOVE MG-AP-AMOUNT TO WS-REC-HASH
006555         WHEN "ITEMMAST"
006556             MOVE MG-IM-LIST-PRICE TO WS-REC-HASH
006557         WHEN "GLBAL   "
006558             COMPUTE WS-REC-HASH = MG-GB-PERIOD + MG-GB-DEBITS
006559                 + MG-GB-CREDITS
006560         WHEN "FAMAST  "
006561             COMPUTE WS-REC-HASH = MG-FA-COST + MG-FA-ACCUM-DEPR
006562         WHEN "BENENRL "
006563             MOVE MG-BE-SSN TO WS-REC-HASH
006564         WHEN "TKTHIST "
006565             COMPUTE WS-REC-HASH = MG-TH-TICKET + MG-TH-AMOUNT
006566         WHEN OTHER
006567             MOVE 0 TO WS-REC-HASH
006570     END-EVALUATE.
006580 5000-EXIT.
006590     EXIT.
