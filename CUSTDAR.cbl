000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTDAR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - CUSTOMER DATA ACCESS REQUEST. EACH
000100*                   DARREQ CARD NAMES A CUSTOMER IDENT, THE
000110*                   OPERATOR ANSWERING THE REQUEST AND THE
000120*                   REQUEST'S REFERENCE. THE OPERATOR MUST BE AN
000130*                   ACTIVE USERPROF PROFILE GRANTED CUSTDAR.
000140*                   EVERYTHING HELD UNDER THE IDENT IS GATHERED
000150*                   ONTO THE CUSTDARX DOCUMENT, ONE SECTION PER
000160*                   SOURCE - CUSTMAST, ACCTBAL, ACCTHIST,
000170*                   OPENITEM, STMTARCH, CUSTNOTE, CUSTJRNL,
000180*                   DUNHIST, COLLACT, DISPUTES AND CUSTARCH - AND
000190*                   A SOURCE THAT CANNOT BE READ IS SAID SO ON
000200*                   THE DOCUMENT. EVERY CARD, ANSWERED OR
000210*                   REFUSED, IS APPENDED TO THE DARLOG WITH THE
000220*                   DATE, TIME, OPERATOR AND RECORDS RETURNED.
000221*   2026-10-15  DP  SALES REP SHOWN WITH THE MASTER RECORD AND
000222*                   ARCHIVED COPIES; ARCHIVE IMAGE WIDENED TO THE
000223*                   162-BYTE RECORD.
000224*   2026-10-15  DP  THE STEP'S OWN RETURN CODE IS RE-SEATED AFTER
000225*                   THE CLOSING RUNLOG CALL, WHICH HANDS BACK ITS
000226*                   OWN ZERO CODE.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DARREQ-IN   ASSIGN TO DARREQ
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-REQ-STATUS.
000300     SELECT USERPROF    ASSIGN TO USERPROF
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS UP-OPER-ID
000340         FILE STATUS IS WS-PROF-STATUS.
000350     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS ident
000390         FILE STATUS IS WS-CUST-STATUS.
000400     SELECT ACCTBAL-IN  ASSIGN TO ACCTBAL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS AB-IDENT
000440         FILE STATUS IS WS-BAL-STATUS.
000450     SELECT ACCTHIST-IN ASSIGN TO ACCTHIST
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-HIST-STATUS.
000480     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OI-KEY
000520         ALTERNATE RECORD KEY IS OI-STATUS
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-OPEN-STATUS.
000550     SELECT STMT-ARCH   ASSIGN TO STMTARCH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ARCH-STATUS.
000580     SELECT CUSTNOTE    ASSIGN TO CUSTNOTE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CN-KEY
000620         FILE STATUS IS WS-NOTE-STATUS.
000630     SELECT JOURNAL-IN  ASSIGN TO CUSTJRNL
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-JRNL-STATUS.
000660     SELECT DUNHIST-IN  ASSIGN TO DUNHIST
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DUN-STATUS.
000690     SELECT COLLACT-IN  ASSIGN TO COLLACT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ACT-STATUS.
000720     SELECT DISPUTES-IN ASSIGN TO DISPUTES
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DISP-STATUS.
000750     SELECT ARCHIVE-IN  ASSIGN TO CUSTARCH
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CARC-STATUS.
000780     SELECT DAR-DOC     ASSIGN TO CUSTDARX
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT DARLOG-IO   ASSIGN TO DARLOG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-LOG-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860*----ONE CARD PER REQUEST - THE CUSTOMER, THE OPERATOR WHO IS
000870*----ANSWERING IT, AND THE REFERENCE THE REQUEST CAME IN UNDER
000880 FD  DARREQ-IN.
000890 01  DARREQ-REC.
000900     05  DQ-IDENT         PIC 9(7).
000910     05  DQ-OPERATOR      PIC X(8).
000920     05  DQ-REFERENCE     PIC X(12).
000930
000940 FD  USERPROF.
000950     COPY "USERPROF.cpy".
000960
000970 FD  CUSTMAST.
000980     COPY "CUSTOMER.cpy".
000990
001000 FD  ACCTBAL-IN.
001010     COPY "ACCTBAL.cpy".
001020
001030 FD  ACCTHIST-IN.
001040 01  ACCTHIST-REC.
001050     05  AH-IDENT         PIC 9(7).
001060     05  AH-POST-DATE     PIC 9(8).
001070     05  AH-AMOUNT        PIC S9(6)V99
001080                          SIGN IS LEADING SEPARATE.
001090     05  AH-BALANCE       PIC S9(6)V99
001100                          SIGN IS LEADING SEPARATE.
001110     05  AH-SOURCE        PIC X(1).
001120
001130 FD  OPENITEM-IN.
001140     COPY "OPENITEM.cpy".
001150
001160 FD  STMT-ARCH.
001170 01  STMT-ARCH-REC.
001180     05  SA-STMT-DATE     PIC 9(8).
001190     05  SA-CUST-ID       PIC X(7).
001200     05  SA-DESCRIPTION   PIC X(20).
001210     05  SA-AMOUNT        PIC S9(6)V99
001220                          SIGN IS LEADING SEPARATE.
001230     05  SA-INV-DATE      PIC 9(8).
001240
001250 FD  CUSTNOTE.
001260     COPY "CUSTNOTE.cpy".
001270
001280 FD  JOURNAL-IN.
001290 01  JOURNAL-REC.
001300     05  JR-PROGRAM       PIC X(10).
001310     05  JR-DATE          PIC 9(8).
001320     05  JR-TIME          PIC 9(8).
001330     05  JR-ACTION        PIC X(1).
001340     05  JR-BEFORE-IMAGE  PIC X(101).
001350     05  JR-AFTER-IMAGE   PIC X(101).
001360     05  JR-BEFORE-EXT    PIC X(99).
001370     05  JR-AFTER-EXT     PIC X(99).
001380
001390 FD  DUNHIST-IN.
001400 01  DUNHIST-REC.
001410     05  DH-CUST-ID       PIC X(7).
001420     05  DH-DATE          PIC 9(8).
001430     05  DH-LEVEL         PIC 9(1).
001440
001450 FD  COLLACT-IN.
001460 01  COLLACT-REC.
001470     05  CA-CUST-ID       PIC X(7).
001480     05  CA-CALL-DATE     PIC 9(8).
001490     05  CA-CONTACT       PIC X(20).
001500     05  CA-PROMISE-AMT   PIC 9(6)V99.
001510     05  CA-PROMISE-DATE  PIC 9(8).
001520
001530 FD  DISPUTES-IN.
001540 01  DISPUTES-REC.
001550     05  DS-CUST-ID       PIC X(7).
001560     05  DS-INV-NO        PIC X(6).
001570     05  DS-STATUS        PIC X(1).
001580         88  DS-IS-OPEN       VALUE "O".
001590         88  DS-IS-RESOLVED   VALUE "R".
001600     05  DS-OPEN-DATE     PIC 9(8).
001610
001620 FD  ARCHIVE-IN.
001630 01  ARCHIVE-REC.
001640     05  AR-PURGE-DATE    PIC 9(8).
001650     05  AR-CUSTOMER.
001660         10  AR-IDENT     PIC 9(7).
001670         10  FILLER       PIC X(155).
001680
001690 FD  DAR-DOC.
001700 01  DAR-DOC-REC          PIC X(80).
001710
001720*----ONE LINE PER CARD - WHEN IT WAS ANSWERED, BY WHOM, AND
001730*----WHAT WENT BACK. A REFUSED CARD CARRIES THE REASON.
001740 FD  DARLOG-IO.
001750 01  DARLOG-REC.
001760     05  LG-DATE          PIC 9(8).
001770     05  FILLER           PIC X(1).
001780     05  LG-TIME          PIC 9(8).
001790     05  FILLER           PIC X(1).
001800     05  LG-IDENT         PIC 9(7).
001810     05  FILLER           PIC X(1).
001820     05  LG-OPERATOR      PIC X(8).
001830     05  FILLER           PIC X(1).
001840     05  LG-REFERENCE     PIC X(12).
001850     05  FILLER           PIC X(1).
001860     05  LG-RESULT        PIC X(8).
001870     05  FILLER           PIC X(1).
001880     05  LG-RECORDS       PIC 9(7).
001890     05  FILLER           PIC X(1).
001900     05  LG-REASON        PIC X(30).
001910
001920 WORKING-STORAGE SECTION.
001930 01  WS-REQ-STATUS        PIC X(2) VALUE SPACES.
001940 01  WS-PROF-STATUS       PIC X(2) VALUE SPACES.
001950 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001960 01  WS-BAL-STATUS        PIC X(2) VALUE SPACES.
001970 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001980 01  WS-OPEN-STATUS       PIC X(2) VALUE SPACES.
001990 01  WS-ARCH-STATUS       PIC X(2) VALUE SPACES.
002000 01  WS-NOTE-STATUS       PIC X(2) VALUE SPACES.
002010 01  WS-JRNL-STATUS       PIC X(2) VALUE SPACES.
002020 01  WS-DUN-STATUS        PIC X(2) VALUE SPACES.
002030 01  WS-ACT-STATUS        PIC X(2) VALUE SPACES.
002040 01  WS-DISP-STATUS       PIC X(2) VALUE SPACES.
002050 01  WS-CARC-STATUS       PIC X(2) VALUE SPACES.
002060 01  WS-LOG-STATUS        PIC X(2) VALUE SPACES.
002070 01  WS-REQ-OPEN-SW       PIC X(1) VALUE "N".
002080     88  DARREQ-IS-OPEN       VALUE "Y".
002090 01  WS-REQ-EOF-SW        PIC X(1) VALUE "N".
002100     88  NO-MORE-REQUESTS     VALUE "Y".
002110 01  WS-EOF-SW            PIC X(1) VALUE "N".
002120     88  END-OF-FILE          VALUE "Y".
002130*----THE KEYED FILES STAY OPEN FOR THE WHOLE RUN
002140 01  WS-PROF-OPEN-SW      PIC X(1) VALUE "N".
002150     88  USERPROF-IS-OPEN     VALUE "Y".
002160 01  WS-CUST-OPEN-SW      PIC X(1) VALUE "N".
002170     88  CUSTMAST-IS-OPEN     VALUE "Y".
002180 01  WS-BAL-OPEN-SW       PIC X(1) VALUE "N".
002190     88  ACCTBAL-IS-OPEN      VALUE "Y".
002200 01  WS-OPEN-OPEN-SW      PIC X(1) VALUE "N".
002210     88  OPENITEM-IS-OPEN     VALUE "Y".
002220 01  WS-NOTE-OPEN-SW      PIC X(1) VALUE "N".
002230     88  CUSTNOTE-IS-OPEN     VALUE "Y".
002240 01  WS-VALID-SW          PIC X(1) VALUE "N".
002250     88  REQUEST-VALID        VALUE "Y".
002260 01  WS-GRANT-SW          PIC X(1) VALUE "N".
002270     88  OPERATOR-GRANTED     VALUE "Y".
002280 01  WS-FN-IX             PIC 9(2) COMP VALUE 0.
002290 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
002300 01  WS-RUN-TIME          PIC 9(8) VALUE 0.
002310 01  WS-IDENT-9           PIC 9(7) VALUE 0.
002320 01  WS-IDENT-X REDEFINES WS-IDENT-9
002330                          PIC X(7).
002340 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
002350 01  WS-REQ-COUNT         PIC 9(5) COMP VALUE 0.
002360 01  WS-ANSWERED-COUNT    PIC 9(5) COMP VALUE 0.
002370 01  WS-REFUSED-COUNT     PIC 9(5) COMP VALUE 0.
002380 01  WS-REQ-RECORDS       PIC 9(7) VALUE 0.
002390 01  WS-SECTION-COUNT     PIC 9(7) VALUE 0.
002400 01  WS-SECTION-SW        PIC X(1) VALUE "Y".
002410     88  SOURCE-AVAILABLE     VALUE "Y".
002420 01  WS-DOC-LINES         PIC 9(7) VALUE 0.
002430*----PROGRAMS THAT JOURNAL A CUSTMAST RECORD - ONLY THEIR
002440*----CUSTJRNL ENTRIES CARRY A CUSTOMER IMAGE, IDENT FIRST
002450 01  WS-JRNL-PROGRAMS.
002460     05  FILLER           PIC X(10) VALUE "BADDEBT".
002470     05  FILLER           PIC X(10) VALUE "CUSTMAINT".
002480     05  FILLER           PIC X(10) VALUE "CUSTMERGE".
002490     05  FILLER           PIC X(10) VALUE "CUSTPURGE".
002500     05  FILLER           PIC X(10) VALUE "CUSTREIN".
002510     05  FILLER           PIC X(10) VALUE "RETMAIL".
002520 01  WS-JRNL-PROGRAMS-R REDEFINES WS-JRNL-PROGRAMS.
002530     05  WS-JRNL-PGM      PIC X(10) OCCURS 6 TIMES.
002540 01  WS-JP-IX             PIC 9(1) VALUE 0.
002550 01  WS-CUST-JRNL-SW      PIC X(1) VALUE "N".
002560     88  CUSTOMER-JOURNAL     VALUE "Y".
002570 01  WS-IMAGE-WORK        PIC X(200) VALUE SPACES.
002580 01  WS-IMAGE-PARTS REDEFINES WS-IMAGE-WORK.
002590     05  WS-IMAGE-1       PIC X(70).
002600     05  WS-IMAGE-2       PIC X(70).
002610     05  WS-IMAGE-3       PIC X(60).
002620 01  WS-IMAGE-LABEL       PIC X(9) VALUE SPACES.
002630*----DOCUMENT LINES
002640 01  WS-PRINT-LINE        PIC X(80) VALUE SPACES.
002650 01  WS-RULE-LINE         PIC X(80) VALUE ALL "=".
002660 01  WS-TITLE-LINE.
002670     05  FILLER           PIC X(30)
002680         VALUE "CUSTOMER DATA ACCESS REPORT".
002690 01  WS-SECTION-LINE.
002700     05  SL-TITLE         PIC X(50).
002710 01  WS-SECTION-RULE      PIC X(50) VALUE ALL "-".
002720 01  WS-FIELD-LINE.
002730     05  FILLER           PIC X(2) VALUE SPACES.
002740     05  FL-LABEL         PIC X(24).
002750     05  FILLER           PIC X(2) VALUE ": ".
002760     05  FL-VALUE         PIC X(52).
002770 01  WS-COUNT-LINE.
002780     05  FILLER           PIC X(2) VALUE SPACES.
002790     05  CL-COUNT         PIC Z,ZZZ,ZZ9.
002800     05  FILLER           PIC X(16) VALUE " RECORD(S) HELD".
002810 01  WS-EDIT-AMOUNT       PIC -ZZZ,ZZ9.99.
002820 01  WS-EDIT-PCT          PIC Z9.99.
002830 01  WS-DOB-EDIT.
002840     05  DE-MONTH         PIC X(2).
002850     05  FILLER           PIC X(1) VALUE "/".
002860     05  DE-DAY           PIC X(2).
002870     05  FILLER           PIC X(1) VALUE "/".
002880     05  DE-YEAR          PIC X(4).
002890 01  WS-HIST-LINE.
002900     05  FILLER           PIC X(2) VALUE SPACES.
002910     05  HL-DATE          PIC 9(8).
002920     05  FILLER           PIC X(2) VALUE SPACES.
002930     05  HL-AMOUNT        PIC -ZZZ,ZZ9.99.
002940     05  FILLER           PIC X(10) VALUE "  BALANCE ".
002950     05  HL-BALANCE       PIC -ZZZ,ZZ9.99.
002960     05  FILLER           PIC X(9) VALUE "  SOURCE ".
002970     05  HL-SOURCE        PIC X(12).
002980 01  WS-ITEM-LINE.
002990     05  FILLER           PIC X(2) VALUE SPACES.
003000     05  IL-INV-NO        PIC X(6).
003010     05  FILLER           PIC X(1) VALUE "/".
003020     05  IL-LINE-SEQ      PIC 9(4).
003030     05  FILLER           PIC X(1) VALUE SPACE.
003040     05  IL-DESC          PIC X(20).
003050     05  FILLER           PIC X(1) VALUE SPACE.
003060     05  IL-DATE          PIC 9(8).
003070     05  FILLER           PIC X(1) VALUE SPACE.
003080     05  IL-AMOUNT        PIC -ZZZ,ZZ9.99.
003090     05  FILLER           PIC X(1) VALUE SPACE.
003100     05  IL-PAID          PIC -ZZZ,ZZ9.99.
003110     05  FILLER           PIC X(1) VALUE SPACE.
003120     05  IL-STATUS        PIC X(7).
003130 01  WS-ITEM-DUE-LINE.
003140     05  FILLER           PIC X(14) VALUE SPACES.
003150     05  FILLER           PIC X(9) VALUE "DUE DATE ".
003160     05  ID-DUE           PIC 9(8).
003170 01  WS-STMT-LINE.
003180     05  FILLER           PIC X(2) VALUE SPACES.
003190     05  ST-STMT-DATE     PIC 9(8).
003200     05  FILLER           PIC X(2) VALUE SPACES.
003210     05  ST-DESC          PIC X(20).
003220     05  FILLER           PIC X(2) VALUE SPACES.
003230     05  ST-AMOUNT        PIC -ZZZ,ZZ9.99.
003240     05  FILLER           PIC X(7) VALUE "  DATED".
003250     05  FILLER           PIC X(1) VALUE SPACE.
003260     05  ST-INV-DATE      PIC 9(8).
003270 01  WS-NOTE-LINE.
003280     05  FILLER           PIC X(2) VALUE SPACES.
003290     05  NL-DATE          PIC 9(8).
003300     05  FILLER           PIC X(1) VALUE SPACE.
003310     05  NL-TIME          PIC 9(8).
003320     05  FILLER           PIC X(1) VALUE SPACE.
003330     05  NL-OPERATOR      PIC X(8).
003340     05  FILLER           PIC X(1) VALUE SPACE.
003350     05  NL-CATEGORY      PIC X(2).
003360     05  FILLER           PIC X(13) VALUE "  FOLLOW-UP ".
003370     05  NL-FOLLOWUP      PIC 9(8).
003380 01  WS-NOTE-TEXT-LINE.
003390     05  FILLER           PIC X(4) VALUE SPACES.
003400     05  NT-TEXT          PIC X(60).
003410 01  WS-JRNL-LINE.
003420     05  FILLER           PIC X(2) VALUE SPACES.
003430     05  JL-DATE          PIC 9(8).
003440     05  FILLER           PIC X(1) VALUE SPACE.
003450     05  JL-TIME          PIC 9(8).
003460     05  FILLER           PIC X(1) VALUE SPACE.
003470     05  JL-PROGRAM       PIC X(10).
003480     05  FILLER           PIC X(8) VALUE " ACTION ".
003490     05  JL-ACTION        PIC X(1).
003500 01  WS-IMAGE-LINE.
003510     05  FILLER           PIC X(1) VALUE SPACE.
003520     05  IM-LABEL         PIC X(9).
003530     05  IM-TEXT          PIC X(70).
003540 01  WS-DUN-LINE.
003550     05  FILLER           PIC X(2) VALUE SPACES.
003560     05  DL-DATE          PIC 9(8).
003570     05  FILLER           PIC X(16) VALUE "  LETTER LEVEL ".
003580     05  DL-LEVEL         PIC 9(1).
003590 01  WS-ACT-LINE.
003600     05  FILLER           PIC X(2) VALUE SPACES.
003610     05  AL-CALL-DATE     PIC 9(8).
003620     05  FILLER           PIC X(2) VALUE SPACES.
003630     05  AL-CONTACT       PIC X(20).
003640     05  FILLER           PIC X(10) VALUE "  PROMISE ".
003650     05  AL-PROMISE-AMT   PIC ZZZ,ZZ9.99.
003660     05  FILLER           PIC X(4) VALUE " BY ".
003670     05  AL-PROMISE-DATE  PIC 9(8).
003680 01  WS-DISP-LINE.
003690     05  FILLER           PIC X(2) VALUE SPACES.
003700     05  DP-INV-NO        PIC X(6).
003710     05  FILLER           PIC X(9) VALUE "  OPENED ".
003720     05  DP-OPEN-DATE     PIC 9(8).
003730     05  FILLER           PIC X(2) VALUE SPACES.
003740     05  DP-STATUS        PIC X(8).
003750 01  WS-ARCH-LINE.
003760     05  FILLER           PIC X(2) VALUE SPACES.
003770     05  FILLER           PIC X(27)
003780         VALUE "ARCHIVED WHEN PURGED ON ".
003790     05  CA-LINE-DATE     PIC 9(8).
003800*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
003810 01  WS-LOG-PROGRAM       PIC X(10) VALUE "CUSTDAR".
003820 01  WS-LOG-EVENT         PIC X(1) VALUE "S".
003830 01  WS-LOG-READ          PIC 9(7) VALUE 0.
003840 01  WS-LOG-WRITTEN       PIC 9(7) VALUE 0.
003850 01  WS-LOG-REJECTS       PIC 9(7) VALUE 0.
003860 01  WS-LOG-RC            PIC 9(4) VALUE 0.
003870
003880 PROCEDURE DIVISION.
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003910     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
003920         UNTIL NO-MORE-REQUESTS
003930     PERFORM 9000-TERMINATE THRU 9000-EXIT
003940     GOBACK.
003950
003960 1000-INITIALIZE.
003970     MOVE "S" TO WS-LOG-EVENT
003980     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
003990         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
004000     CALL "GETBDATE" USING WS-RUN-DATE
004010     ACCEPT WS-RUN-TIME FROM TIME
004020     OPEN INPUT DARREQ-IN
004030     IF WS-REQ-STATUS NOT = "00"
004040         DISPLAY "CUSTDAR: NO DARREQ REQUEST CARDS - NOTHING "
004050             "TO DO"
004060         MOVE "Y" TO WS-REQ-EOF-SW
004070         GO TO 1000-EXIT
004080     END-IF
004090     MOVE "Y" TO WS-REQ-OPEN-SW
004100     OPEN INPUT USERPROF
004110     IF WS-PROF-STATUS = "00"
004120         MOVE "Y" TO WS-PROF-OPEN-SW
004130     ELSE
004140         DISPLAY "CUSTDAR: USERPROF NOT AVAILABLE - NO "
004150             "OPERATOR CAN BE VERIFIED"
004160     END-IF
004170     OPEN INPUT CUSTMAST
004180     IF WS-CUST-STATUS = "00"
004190         MOVE "Y" TO WS-CUST-OPEN-SW
004200     END-IF
004210     OPEN INPUT ACCTBAL-IN
004220     IF WS-BAL-STATUS = "00"
004230         MOVE "Y" TO WS-BAL-OPEN-SW
004240     END-IF
004250     OPEN INPUT OPENITEM-IN
004260     IF WS-OPEN-STATUS = "00"
004270         MOVE "Y" TO WS-OPEN-OPEN-SW
004280     END-IF
004290     OPEN INPUT CUSTNOTE
004300     IF WS-NOTE-STATUS = "00"
004310         MOVE "Y" TO WS-NOTE-OPEN-SW
004320     END-IF
004330     OPEN OUTPUT DAR-DOC
004340     OPEN EXTEND DARLOG-IO
004350     IF WS-LOG-STATUS = "35"
004360         OPEN OUTPUT DARLOG-IO
004370     END-IF
004380     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
004390 1000-EXIT.
004400     EXIT.
004410
004420 1100-READ-REQUEST.
004430     READ DARREQ-IN
004440         AT END MOVE "Y" TO WS-REQ-EOF-SW
004450     END-READ.
004460 1100-EXIT.
004470     EXIT.
004480
004490*----ONE CARD - A REFUSED CARD IS LOGGED AND NOTHING IS
004500*----GATHERED FOR IT
004510 2000-ONE-REQUEST.
004520     ADD 1 TO WS-REQ-COUNT
004530     MOVE 0 TO WS-REQ-RECORDS
004540     PERFORM 2100-VALIDATE-REQUEST THRU 2100-EXIT
004550     IF NOT REQUEST-VALID
004560         ADD 1 TO WS-REFUSED-COUNT
004570         DISPLAY "CUSTDAR: REQUEST " DQ-REFERENCE " REFUSED - "
004580             WS-REJECT-REASON
004590         PERFORM 2900-LOG-REQUEST THRU 2900-EXIT
004600         GO TO 2000-NEXT
004610     END-IF
004620     MOVE DQ-IDENT TO WS-IDENT-9
004630     PERFORM 3000-DOCUMENT-HEADING THRU 3000-EXIT
004640     PERFORM 3100-MASTER-SECTION THRU 3100-EXIT
004650     PERFORM 3200-BALANCE-SECTION THRU 3200-EXIT
004660     PERFORM 3300-POSTINGS-SECTION THRU 3300-EXIT
004670     PERFORM 3400-OPEN-ITEM-SECTION THRU 3400-EXIT
004680     PERFORM 3500-STATEMENT-SECTION THRU 3500-EXIT
004690     PERFORM 3600-NOTE-SECTION THRU 3600-EXIT
004700     PERFORM 3700-JOURNAL-SECTION THRU 3700-EXIT
004710     PERFORM 3800-DUNNING-SECTION THRU 3800-EXIT
004720     PERFORM 3900-COLLECTION-SECTION THRU 3900-EXIT
004730     PERFORM 4000-DISPUTE-SECTION THRU 4000-EXIT
004740     PERFORM 4100-ARCHIVE-SECTION THRU 4100-EXIT
004750     PERFORM 4200-DOCUMENT-END THRU 4200-EXIT
004760     ADD 1 TO WS-ANSWERED-COUNT
004770     MOVE SPACES TO WS-REJECT-REASON
004780     PERFORM 2900-LOG-REQUEST THRU 2900-EXIT.
004790 2000-NEXT.
004800     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
004810 2000-EXIT.
004820     EXIT.
004830
004840*----THE OPERATOR ANSWERING MUST HOLD AN ACTIVE PROFILE GRANTED
004850*----CUSTDAR (OR *ALL) - A CUSTOMER'S WHOLE FILE IS NOT PRINTED
004860*----FOR ANYONE WHO ASKS.
004870 2100-VALIDATE-REQUEST.
004880     MOVE "N" TO WS-VALID-SW
004890     IF DQ-IDENT NOT NUMERIC OR DQ-IDENT = 0
004900         MOVE "IDENT MISSING OR NOT NUMERIC" TO WS-REJECT-REASON
004910         GO TO 2100-EXIT
004920     END-IF
004930     IF DQ-OPERATOR = SPACES
004940         MOVE "NO OPERATOR ON THE CARD" TO WS-REJECT-REASON
004950         GO TO 2100-EXIT
004960     END-IF
004970     IF NOT USERPROF-IS-OPEN
004980         MOVE "OPERATOR CANNOT BE VERIFIED" TO WS-REJECT-REASON
004990         GO TO 2100-EXIT
005000     END-IF
005010     MOVE DQ-OPERATOR TO UP-OPER-ID
005020     READ USERPROF
005030         INVALID KEY
005040             MOVE "OPERATOR NOT ON USERPROF" TO WS-REJECT-REASON
005050             GO TO 2100-EXIT
005060     END-READ
005070     IF NOT UP-ACTIVE
005080         MOVE "OPERATOR PROFILE NOT ACTIVE" TO WS-REJECT-REASON
005090         GO TO 2100-EXIT
005100     END-IF
005110     MOVE "N" TO WS-GRANT-SW
005120     PERFORM 2150-CHECK-ONE-FUNCTION THRU 2150-EXIT
005130         VARYING WS-FN-IX FROM 1 BY 1
005140         UNTIL WS-FN-IX > 12 OR OPERATOR-GRANTED
005150     IF NOT OPERATOR-GRANTED
005160         MOVE "OPERATOR NOT GRANTED CUSTDAR" TO WS-REJECT-REASON
005170         GO TO 2100-EXIT
005180     END-IF
005190     MOVE "Y" TO WS-VALID-SW.
005200 2100-EXIT.
005210     EXIT.
005220
005230 2150-CHECK-ONE-FUNCTION.
005240     IF UP-FUNCTION(WS-FN-IX) = "CUSTDAR"
005250         OR UP-FUNCTION(WS-FN-IX) = "*ALL"
005260         MOVE "Y" TO WS-GRANT-SW
005270     END-IF.
005280 2150-EXIT.
005290     EXIT.
005300
005310 2900-LOG-REQUEST.
005320     MOVE SPACES TO DARLOG-REC
005330     MOVE WS-RUN-DATE TO LG-DATE
005340     MOVE WS-RUN-TIME TO LG-TIME
005350     IF DQ-IDENT NUMERIC
005360         MOVE DQ-IDENT TO LG-IDENT
005370     ELSE
005380         MOVE 0 TO LG-IDENT
005390     END-IF
005400     MOVE DQ-OPERATOR TO LG-OPERATOR
005410     MOVE DQ-REFERENCE TO LG-REFERENCE
005420     IF REQUEST-VALID
005430         MOVE "ANSWERED" TO LG-RESULT
005440     ELSE
005450         MOVE "REFUSED" TO LG-RESULT
005460     END-IF
005470     MOVE WS-REQ-RECORDS TO LG-RECORDS
005480     MOVE WS-REJECT-REASON TO LG-REASON
005490     WRITE DARLOG-REC.
005500 2900-EXIT.
005510     EXIT.
005520
005530 3000-DOCUMENT-HEADING.
005540     MOVE WS-RULE-LINE TO WS-PRINT-LINE
005550     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005560     MOVE WS-TITLE-LINE TO WS-PRINT-LINE
005570     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005580     MOVE WS-RULE-LINE TO WS-PRINT-LINE
005590     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005600     MOVE "CUSTOMER IDENT" TO FL-LABEL
005610     MOVE WS-IDENT-X TO FL-VALUE
005620     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
005630     MOVE "REQUEST REFERENCE" TO FL-LABEL
005640     MOVE DQ-REFERENCE TO FL-VALUE
005650     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
005660     MOVE "PREPARED ON" TO FL-LABEL
005670     MOVE WS-RUN-DATE TO FL-VALUE
005680     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
005690     MOVE "PREPARED BY OPERATOR" TO FL-LABEL
005700     MOVE SPACES TO FL-VALUE
005710     STRING DQ-OPERATOR " " UP-NAME DELIMITED BY SIZE
005720         INTO FL-VALUE
005730     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT.
005740 3000-EXIT.
005750     EXIT.
005760
005770*----THE CUSTOMER MASTER RECORD, FIELD BY FIELD
005780 3100-MASTER-SECTION.
005790     MOVE "CUSTOMER MASTER RECORD (CUSTMAST)" TO SL-TITLE
005800     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
005810     IF NOT CUSTMAST-IS-OPEN
005820         MOVE "N" TO WS-SECTION-SW
005830         GO TO 3100-FOOT
005840     END-IF
005850     MOVE WS-IDENT-9 TO ident
005860     READ CUSTMAST
005870         INVALID KEY GO TO 3100-FOOT
005880     END-READ
005890     ADD 1 TO WS-SECTION-COUNT
005900     PERFORM 3150-SHOW-CUSTOMER THRU 3150-EXIT.
005910 3100-FOOT.
005920     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
005930 3100-EXIT.
005940     EXIT.
005950
005960*----ALSO SHOWS AN ARCHIVED IMAGE, MOVED INTO THE RECORD AREA.
005970*----AN IMAGE ARCHIVED BEFORE A BLOCK EXISTED SHOWS IT BLANK.
005980 3150-SHOW-CUSTOMER.
005990     MOVE "NAME" TO FL-LABEL
006000     MOVE custName TO FL-VALUE
006010     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006020     MOVE monthOfBirth TO DE-MONTH
006030     MOVE dayOfBirth TO DE-DAY
006040     MOVE yearOfBirth TO DE-YEAR
006050     MOVE "DATE OF BIRTH" TO FL-LABEL
006060     MOVE WS-DOB-EDIT TO FL-VALUE
006070     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006080     MOVE "LAST ACTIVE" TO FL-LABEL
006090     MOVE lastActiveDate TO FL-VALUE
006100     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006110     MOVE "STREET ADDRESS" TO FL-LABEL
006120     MOVE streetAddress TO FL-VALUE
006130     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006140     MOVE "CITY, STATE, POSTAL CODE" TO FL-LABEL
006150     MOVE SPACES TO FL-VALUE
006160     STRING city DELIMITED BY "  " ", " stateCode " "
006170         postalCode DELIMITED BY SIZE INTO FL-VALUE
006180     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006190     MOVE "COMPANY" TO FL-LABEL
006200     MOVE companyCode TO FL-VALUE
006210     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006220     MOVE "PAYMENT TERMS" TO FL-LABEL
006230     MOVE SPACES TO FL-VALUE
006240     IF termsDiscPct NUMERIC
006250         MOVE termsDiscPct TO WS-EDIT-PCT
006260     ELSE
006270         MOVE 0 TO WS-EDIT-PCT
006280     END-IF
006290     STRING "NET " termsNetDays " DAYS, " WS-EDIT-PCT
006300         " PCT IF PAID IN " termsDiscDays " DAYS"
006310         DELIMITED BY SIZE INTO FL-VALUE
006320     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006330     MOVE "COLLECTION PLACEMENT" TO FL-LABEL
006340     MOVE SPACES TO FL-VALUE
006350     IF placedForCollection
006360         STRING "PLACED FOR COLLECTION ON " placedDate
006370             DELIMITED BY SIZE INTO FL-VALUE
006380     ELSE
006390         MOVE "NONE" TO FL-VALUE
006400     END-IF
006410     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006420     MOVE "RETURNED MAIL" TO FL-LABEL
006430     MOVE SPACES TO FL-VALUE
006440     IF badAddress
006450         STRING returnedDoc " RETURNED " returnedDate " - "
006460             returnedReason DELIMITED BY SIZE INTO FL-VALUE
006470     ELSE
006480         MOVE "NONE" TO FL-VALUE
006490     END-IF
006500     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006510     MOVE "NATIONAL ACCOUNT PARENT" TO FL-LABEL
006520     MOVE parentIdent TO FL-VALUE
006521     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006522     MOVE "SALES REP" TO FL-LABEL
006523     MOVE salesRep TO FL-VALUE
006530     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT.
006540 3150-EXIT.
006550     EXIT.
006560
006570 3200-BALANCE-SECTION.
006580     MOVE "ACCOUNT BALANCE (ACCTBAL)" TO SL-TITLE
006590     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
006600     IF NOT ACCTBAL-IS-OPEN
006610         MOVE "N" TO WS-SECTION-SW
006620         GO TO 3200-FOOT
006630     END-IF
006640     MOVE WS-IDENT-9 TO AB-IDENT
006650     READ ACCTBAL-IN
006660         INVALID KEY GO TO 3200-FOOT
006670     END-READ
006680     ADD 1 TO WS-SECTION-COUNT
006690     MOVE "BALANCE" TO FL-LABEL
006700     MOVE AB-BALANCE TO WS-EDIT-AMOUNT
006710     MOVE WS-EDIT-AMOUNT TO FL-VALUE
006720     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT
006730     MOVE "OVERDRAWN" TO FL-LABEL
006740     IF AB-IS-OVERDRAWN
006750         MOVE "YES" TO FL-VALUE
006760     ELSE
006770         MOVE "NO" TO FL-VALUE
006780     END-IF
006790     PERFORM 8300-WRITE-FIELD THRU 8300-EXIT.
006800 3200-FOOT.
006810     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
006820 3200-EXIT.
006830     EXIT.
006840
006850 3300-POSTINGS-SECTION.
006860     MOVE "ACCOUNT POSTINGS (ACCTHIST)" TO SL-TITLE
006870     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
006880     OPEN INPUT ACCTHIST-IN
006890     IF WS-HIST-STATUS NOT = "00"
006900         MOVE "N" TO WS-SECTION-SW
006910         GO TO 3300-FOOT
006920     END-IF
006930     MOVE "N" TO WS-EOF-SW
006940     PERFORM 3350-ONE-POSTING THRU 3350-EXIT
006950         UNTIL END-OF-FILE
006960     CLOSE ACCTHIST-IN.
006970 3300-FOOT.
006980     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
006990 3300-EXIT.
007000     EXIT.
007010
007020 3350-ONE-POSTING.
007030     READ ACCTHIST-IN
007040         AT END
007050             MOVE "Y" TO WS-EOF-SW
007060             GO TO 3350-EXIT
007070     END-READ
007080     IF AH-IDENT NOT = WS-IDENT-9
007090         GO TO 3350-EXIT
007100     END-IF
007110     ADD 1 TO WS-SECTION-COUNT
007120     MOVE AH-POST-DATE TO HL-DATE
007130     MOVE AH-AMOUNT TO HL-AMOUNT
007140     MOVE AH-BALANCE TO HL-BALANCE
007150     EVALUATE AH-SOURCE
007160         WHEN "T"
007170             MOVE "TRANSACTION" TO HL-SOURCE
007180         WHEN "I"
007190             MOVE "INTEREST" TO HL-SOURCE
007200         WHEN "F"
007210             MOVE "FEE" TO HL-SOURCE
007220         WHEN "E"
007230             MOVE "ESCHEAT" TO HL-SOURCE
007240         WHEN OTHER
007250             MOVE "NOT RECORDED" TO HL-SOURCE
007260     END-EVALUATE
007270     MOVE WS-HIST-LINE TO WS-PRINT-LINE
007280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007290 3350-EXIT.
007300     EXIT.
007310
007320*----EVERY LINE ON THE BOOK UNDER THE IDENT - OPEN, PAID AND
007330*----WRITTEN OFF ALIKE
007340 3400-OPEN-ITEM-SECTION.
007350     MOVE "INVOICES AND OPEN ITEMS (OPENITEM)" TO SL-TITLE
007360     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
007370     IF NOT OPENITEM-IS-OPEN
007380         MOVE "N" TO WS-SECTION-SW
007390         GO TO 3400-FOOT
007400     END-IF
007410     MOVE "N" TO WS-EOF-SW
007420     MOVE WS-IDENT-X TO OI-CUST-ID
007430     MOVE LOW-VALUES TO OI-INV-NO
007440     MOVE 0 TO OI-LINE-SEQ
007450     START OPENITEM-IN KEY IS NOT LESS THAN OI-KEY
007460         INVALID KEY MOVE "Y" TO WS-EOF-SW
007470     END-START
007480     PERFORM 3450-ONE-ITEM THRU 3450-EXIT
007490         UNTIL END-OF-FILE.
007500 3400-FOOT.
007510     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
007520 3400-EXIT.
007530     EXIT.
007540
007550 3450-ONE-ITEM.
007560     READ OPENITEM-IN NEXT RECORD
007570         AT END
007580             MOVE "Y" TO WS-EOF-SW
007590             GO TO 3450-EXIT
007600     END-READ
007610     IF OI-CUST-ID NOT = WS-IDENT-X
007620         MOVE "Y" TO WS-EOF-SW
007630         GO TO 3450-EXIT
007640     END-IF
007650     ADD 1 TO WS-SECTION-COUNT
007660     MOVE OI-INV-NO TO IL-INV-NO
007670     MOVE OI-LINE-SEQ TO IL-LINE-SEQ
007680     MOVE OI-DESCRIPTION TO IL-DESC
007690     MOVE OI-INV-DATE TO IL-DATE
007700     MOVE OI-AMOUNT TO IL-AMOUNT
007710     MOVE OI-PAID-AMT TO IL-PAID
007720     EVALUATE TRUE
007730         WHEN OI-IS-OPEN
007740             MOVE "OPEN" TO IL-STATUS
007750         WHEN OI-IS-PAID
007760             MOVE "PAID" TO IL-STATUS
007770         WHEN OI-IS-WRITTEN-OFF
007780             MOVE "WRT-OFF" TO IL-STATUS
007790         WHEN OTHER
007800             MOVE OI-STATUS TO IL-STATUS
007810     END-EVALUATE
007820     MOVE WS-ITEM-LINE TO WS-PRINT-LINE
007830     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007840     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
007850         MOVE OI-DUE-DATE TO ID-DUE
007860         MOVE WS-ITEM-DUE-LINE TO WS-PRINT-LINE
007870         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007880     END-IF.
007890 3450-EXIT.
007900     EXIT.
007910
007920 3500-STATEMENT-SECTION.
007930     MOVE "STATEMENT HISTORY (STMTARCH)" TO SL-TITLE
007940     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
007950     OPEN INPUT STMT-ARCH
007960     IF WS-ARCH-STATUS NOT = "00"
007970         MOVE "N" TO WS-SECTION-SW
007980         GO TO 3500-FOOT
007990     END-IF
008000     MOVE "N" TO WS-EOF-SW
008010     PERFORM 3550-ONE-STATEMENT-LINE THRU 3550-EXIT
008020         UNTIL END-OF-FILE
008030     CLOSE STMT-ARCH.
008040 3500-FOOT.
008050     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
008060 3500-EXIT.
008070     EXIT.
008080
008090 3550-ONE-STATEMENT-LINE.
008100     READ STMT-ARCH
008110         AT END
008120             MOVE "Y" TO WS-EOF-SW
008130             GO TO 3550-EXIT
008140     END-READ
008150     IF SA-CUST-ID NOT = WS-IDENT-X
008160         GO TO 3550-EXIT
008170     END-IF
008180     ADD 1 TO WS-SECTION-COUNT
008190     MOVE SA-STMT-DATE TO ST-STMT-DATE
008200     MOVE SA-DESCRIPTION TO ST-DESC
008210     MOVE SA-AMOUNT TO ST-AMOUNT
008220     MOVE SA-INV-DATE TO ST-INV-DATE
008230     MOVE WS-STMT-LINE TO WS-PRINT-LINE
008240     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008250 3550-EXIT.
008260     EXIT.
008270
008280 3600-NOTE-SECTION.
008290     MOVE "CONTACT NOTES (CUSTNOTE)" TO SL-TITLE
008300     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
008310     IF NOT CUSTNOTE-IS-OPEN
008320         MOVE "N" TO WS-SECTION-SW
008330         GO TO 3600-FOOT
008340     END-IF
008350     MOVE "N" TO WS-EOF-SW
008360     MOVE WS-IDENT-9 TO CN-IDENT
008370     MOVE 0 TO CN-DATE
008380     MOVE 0 TO CN-TIME
008390     START CUSTNOTE KEY IS NOT LESS THAN CN-KEY
008400         INVALID KEY MOVE "Y" TO WS-EOF-SW
008410     END-START
008420     PERFORM 3650-ONE-NOTE THRU 3650-EXIT
008430         UNTIL END-OF-FILE.
008440 3600-FOOT.
008450     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
008460 3600-EXIT.
008470     EXIT.
008480
008490 3650-ONE-NOTE.
008500     READ CUSTNOTE NEXT RECORD
008510         AT END
008520             MOVE "Y" TO WS-EOF-SW
008530             GO TO 3650-EXIT
008540     END-READ
008550     IF CN-IDENT NOT = WS-IDENT-9
008560         MOVE "Y" TO WS-EOF-SW
008570         GO TO 3650-EXIT
008580     END-IF
008590     ADD 1 TO WS-SECTION-COUNT
008600     MOVE CN-DATE TO NL-DATE
008610     MOVE CN-TIME TO NL-TIME
008620     MOVE CN-OPERATOR TO NL-OPERATOR
008630     MOVE CN-CATEGORY TO NL-CATEGORY
008640     MOVE CN-FOLLOWUP-DATE TO NL-FOLLOWUP
008650     MOVE WS-NOTE-LINE TO WS-PRINT-LINE
008660     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008670     MOVE CN-TEXT TO NT-TEXT
008680     MOVE WS-NOTE-TEXT-LINE TO WS-PRINT-LINE
008690     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008700 3650-EXIT.
008710     EXIT.
008720
008730*----EVERY CHANGE JOURNALED AGAINST THE CUSTOMER'S MASTER
008740*----RECORD, WITH THE RECORD AS IT STOOD BEFORE AND AFTER
008750 3700-JOURNAL-SECTION.
008760     MOVE "MASTER RECORD CHANGE HISTORY (CUSTJRNL)" TO SL-TITLE
008770     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
008780     OPEN INPUT JOURNAL-IN
008790     IF WS-JRNL-STATUS NOT = "00"
008800         MOVE "N" TO WS-SECTION-SW
008810         GO TO 3700-FOOT
008820     END-IF
008830     MOVE "N" TO WS-EOF-SW
008840     PERFORM 3750-ONE-JOURNAL-ENTRY THRU 3750-EXIT
008850         UNTIL END-OF-FILE
008860     CLOSE JOURNAL-IN.
008870 3700-FOOT.
008880     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
008890 3700-EXIT.
008900     EXIT.
008910
008920 3750-ONE-JOURNAL-ENTRY.
008930     READ JOURNAL-IN
008940         AT END
008950             MOVE "Y" TO WS-EOF-SW
008960             GO TO 3750-EXIT
008970     END-READ
008980     MOVE "N" TO WS-CUST-JRNL-SW
008990     PERFORM 3780-MATCH-ONE-PROGRAM THRU 3780-EXIT
009000         VARYING WS-JP-IX FROM 1 BY 1
009010         UNTIL WS-JP-IX > 6 OR CUSTOMER-JOURNAL
009020     IF NOT CUSTOMER-JOURNAL
009030         GO TO 3750-EXIT
009040     END-IF
009050     IF JR-BEFORE-IMAGE(1:7) NOT = WS-IDENT-X
009060         AND JR-AFTER-IMAGE(1:7) NOT = WS-IDENT-X
009070         GO TO 3750-EXIT
009080     END-IF
009090     ADD 1 TO WS-SECTION-COUNT
009100     MOVE JR-DATE TO JL-DATE
009110     MOVE JR-TIME TO JL-TIME
009120     MOVE JR-PROGRAM TO JL-PROGRAM
009130     MOVE JR-ACTION TO JL-ACTION
009140     MOVE WS-JRNL-LINE TO WS-PRINT-LINE
009150     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009160     MOVE JR-BEFORE-IMAGE TO WS-IMAGE-WORK(1:101)
009170     MOVE JR-BEFORE-EXT TO WS-IMAGE-WORK(102:99)
009180     MOVE "BEFORE:" TO WS-IMAGE-LABEL
009190     PERFORM 8400-WRITE-IMAGE THRU 8400-EXIT
009200     MOVE JR-AFTER-IMAGE TO WS-IMAGE-WORK(1:101)
009210     MOVE JR-AFTER-EXT TO WS-IMAGE-WORK(102:99)
009220     MOVE "AFTER:" TO WS-IMAGE-LABEL
009230     PERFORM 8400-WRITE-IMAGE THRU 8400-EXIT.
009240 3750-EXIT.
009250     EXIT.
009260
009270 3780-MATCH-ONE-PROGRAM.
009280     IF JR-PROGRAM = WS-JRNL-PGM(WS-JP-IX)
009290         MOVE "Y" TO WS-CUST-JRNL-SW
009300     END-IF.
009310 3780-EXIT.
009320     EXIT.
009330
009340 3800-DUNNING-SECTION.
009350     MOVE "DUNNING LETTERS SENT (DUNHIST)" TO SL-TITLE
009360     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
009370     OPEN INPUT DUNHIST-IN
009380     IF WS-DUN-STATUS NOT = "00"
009390         MOVE "N" TO WS-SECTION-SW
009400         GO TO 3800-FOOT
009410     END-IF
009420     MOVE "N" TO WS-EOF-SW
009430     PERFORM 3850-ONE-LETTER THRU 3850-EXIT
009440         UNTIL END-OF-FILE
009450     CLOSE DUNHIST-IN.
009460 3800-FOOT.
009470     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
009480 3800-EXIT.
009490     EXIT.
009500
009510 3850-ONE-LETTER.
009520     READ DUNHIST-IN
009530         AT END
009540             MOVE "Y" TO WS-EOF-SW
009550             GO TO 3850-EXIT
009560     END-READ
009570     IF DH-CUST-ID NOT = WS-IDENT-X
009580         GO TO 3850-EXIT
009590     END-IF
009600     ADD 1 TO WS-SECTION-COUNT
009610     MOVE DH-DATE TO DL-DATE
009620     MOVE DH-LEVEL TO DL-LEVEL
009630     MOVE WS-DUN-LINE TO WS-PRINT-LINE
009640     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009650 3850-EXIT.
009660     EXIT.
009670
009680 3900-COLLECTION-SECTION.
009690     MOVE "COLLECTION CALLS AND PROMISES (COLLACT)" TO SL-TITLE
009700     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
009710     OPEN INPUT COLLACT-IN
009720     IF WS-ACT-STATUS NOT = "00"
009730         MOVE "N" TO WS-SECTION-SW
009740         GO TO 3900-FOOT
009750     END-IF
009760     MOVE "N" TO WS-EOF-SW
009770     PERFORM 3950-ONE-ACTIVITY THRU 3950-EXIT
009780         UNTIL END-OF-FILE
009790     CLOSE COLLACT-IN.
009800 3900-FOOT.
009810     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
009820 3900-EXIT.
009830     EXIT.
009840
009850 3950-ONE-ACTIVITY.
009860     READ COLLACT-IN
009870         AT END
009880             MOVE "Y" TO WS-EOF-SW
009890             GO TO 3950-EXIT
009900     END-READ
009910     IF CA-CUST-ID NOT = WS-IDENT-X
009920         GO TO 3950-EXIT
009930     END-IF
009940     ADD 1 TO WS-SECTION-COUNT
009950     MOVE CA-CALL-DATE TO AL-CALL-DATE
009960     MOVE CA-CONTACT TO AL-CONTACT
009970     MOVE CA-PROMISE-AMT TO AL-PROMISE-AMT
009980     MOVE CA-PROMISE-DATE TO AL-PROMISE-DATE
009990     MOVE WS-ACT-LINE TO WS-PRINT-LINE
010000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010010 3950-EXIT.
010020     EXIT.
010030
010040 4000-DISPUTE-SECTION.
010050     MOVE "INVOICE DISPUTES (DISPUTES)" TO SL-TITLE
010060     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
010070     OPEN INPUT DISPUTES-IN
010080     IF WS-DISP-STATUS NOT = "00"
010090         MOVE "N" TO WS-SECTION-SW
010100         GO TO 4000-FOOT
010110     END-IF
010120     MOVE "N" TO WS-EOF-SW
010130     PERFORM 4050-ONE-DISPUTE THRU 4050-EXIT
010140         UNTIL END-OF-FILE
010150     CLOSE DISPUTES-IN.
010160 4000-FOOT.
010170     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
010180 4000-EXIT.
010190     EXIT.
010200
010210 4050-ONE-DISPUTE.
010220     READ DISPUTES-IN
010230         AT END
010240             MOVE "Y" TO WS-EOF-SW
010250             GO TO 4050-EXIT
010260     END-READ
010270     IF DS-CUST-ID NOT = WS-IDENT-X
010280         GO TO 4050-EXIT
010290     END-IF
010300     ADD 1 TO WS-SECTION-COUNT
010310     MOVE DS-INV-NO TO DP-INV-NO
010320     MOVE DS-OPEN-DATE TO DP-OPEN-DATE
010330     EVALUATE TRUE
010340         WHEN DS-IS-OPEN
010350             MOVE "OPEN" TO DP-STATUS
010360         WHEN DS-IS-RESOLVED
010370             MOVE "RESOLVED" TO DP-STATUS
010380         WHEN OTHER
010390             MOVE DS-STATUS TO DP-STATUS
010400     END-EVALUATE
010410     MOVE WS-DISP-LINE TO WS-PRINT-LINE
010420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010430 4050-EXIT.
010440     EXIT.
010450
010460*----A CUSTOMER PURGED AND KEPT FOR THE RETENTION PERIOD - EACH
010470*----ARCHIVED COPY IS SHOWN THE SAME WAY AS THE LIVE RECORD
010480 4100-ARCHIVE-SECTION.
010490     MOVE "PURGED RECORD ARCHIVE (CUSTARCH)" TO SL-TITLE
010500     PERFORM 8100-SECTION-HEAD THRU 8100-EXIT
010510     OPEN INPUT ARCHIVE-IN
010520     IF WS-CARC-STATUS NOT = "00"
010530         MOVE "N" TO WS-SECTION-SW
010540         GO TO 4100-FOOT
010550     END-IF
010560     MOVE "N" TO WS-EOF-SW
010570     PERFORM 4150-ONE-ARCHIVE-COPY THRU 4150-EXIT
010580         UNTIL END-OF-FILE
010590     CLOSE ARCHIVE-IN.
010600 4100-FOOT.
010610     PERFORM 8200-SECTION-FOOT THRU 8200-EXIT.
010620 4100-EXIT.
010630     EXIT.
010640
010650 4150-ONE-ARCHIVE-COPY.
010660     READ ARCHIVE-IN
010670         AT END
010680             MOVE "Y" TO WS-EOF-SW
010690             GO TO 4150-EXIT
010700     END-READ
010710     IF AR-IDENT NOT = WS-IDENT-9
010720         GO TO 4150-EXIT
010730     END-IF
010740     ADD 1 TO WS-SECTION-COUNT
010750     MOVE AR-PURGE-DATE TO CA-LINE-DATE
010760     MOVE WS-ARCH-LINE TO WS-PRINT-LINE
010770     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010780     MOVE SPACES TO Customer
010790     MOVE AR-CUSTOMER TO Customer
010800     PERFORM 3150-SHOW-CUSTOMER THRU 3150-EXIT.
010810 4150-EXIT.
010820     EXIT.
010830
010840 4200-DOCUMENT-END.
010850     MOVE SPACES TO WS-PRINT-LINE
010860     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010870     MOVE SPACES TO WS-PRINT-LINE
010880     STRING "END OF REPORT - " WS-REQ-RECORDS
010890         " RECORD(S) HELD IN TOTAL" DELIMITED BY SIZE
010900         INTO WS-PRINT-LINE
010910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010920     MOVE WS-RULE-LINE TO WS-PRINT-LINE
010930     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010940     MOVE SPACES TO WS-PRINT-LINE
010950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010960 4200-EXIT.
010970     EXIT.
010980
010990 9000-TERMINATE.
011000     IF DARREQ-IS-OPEN
011010         CLOSE DARREQ-IN
011020         CLOSE DAR-DOC
011030         CLOSE DARLOG-IO
011040     END-IF
011050     IF USERPROF-IS-OPEN
011060         CLOSE USERPROF
011070     END-IF
011080     IF CUSTMAST-IS-OPEN
011090         CLOSE CUSTMAST
011100     END-IF
011110     IF ACCTBAL-IS-OPEN
011120         CLOSE ACCTBAL-IN
011130     END-IF
011140     IF OPENITEM-IS-OPEN
011150         CLOSE OPENITEM-IN
011160     END-IF
011170     IF CUSTNOTE-IS-OPEN
011180         CLOSE CUSTNOTE
011190     END-IF
011200     DISPLAY "CUSTDAR: REQUESTS READ - " WS-REQ-COUNT
011210     DISPLAY "CUSTDAR: REQUESTS ANSWERED - " WS-ANSWERED-COUNT
011220     DISPLAY "CUSTDAR: REQUESTS REFUSED - " WS-REFUSED-COUNT
011230     IF WS-REFUSED-COUNT > 0
011240         MOVE 8 TO RETURN-CODE
011250     END-IF
011260     MOVE WS-REQ-COUNT TO WS-LOG-READ
011270     MOVE WS-ANSWERED-COUNT TO WS-LOG-WRITTEN
011280     MOVE WS-REFUSED-COUNT TO WS-LOG-REJECTS
011290     MOVE "E" TO WS-LOG-EVENT
011300     MOVE RETURN-CODE TO WS-LOG-RC
011310     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
011320         WS-LOG-READ, WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-LOG-RC
011321*----THE CALL HANDS BACK THE SUBPROGRAM'S RETURN CODE -
011322*----RE-SEAT THIS STEP'S OWN CODE FOR THE JCL COND TESTS
011323     MOVE WS-LOG-RC TO RETURN-CODE.
011330 9000-EXIT.
011340     EXIT.
011350
011360 8000-WRITE-LINE.
011370     WRITE DAR-DOC-REC FROM WS-PRINT-LINE
011380     ADD 1 TO WS-DOC-LINES.
011390 8000-EXIT.
011400     EXIT.
011410
011420 8100-SECTION-HEAD.
011430     MOVE 0 TO WS-SECTION-COUNT
011440     MOVE "Y" TO WS-SECTION-SW
011450     MOVE SPACES TO WS-PRINT-LINE
011460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011470     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
011480     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011490     MOVE WS-SECTION-RULE TO WS-PRINT-LINE
011500     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011510 8100-EXIT.
011520     EXIT.
011530
011540*----EACH SECTION CLOSES WITH WHAT IT FOUND - A SOURCE THAT
011550*----COULD NOT BE READ IS SAID SO, NOT PASSED OFF AS EMPTY
011560 8200-SECTION-FOOT.
011570     EVALUATE TRUE
011580         WHEN NOT SOURCE-AVAILABLE
011590             MOVE "  ** SOURCE NOT AVAILABLE - NOT SEARCHED **"
011600                 TO WS-PRINT-LINE
011610         WHEN WS-SECTION-COUNT = 0
011620             MOVE "  NO RECORDS HELD" TO WS-PRINT-LINE
011630         WHEN OTHER
011640             MOVE WS-SECTION-COUNT TO CL-COUNT
011650             MOVE WS-COUNT-LINE TO WS-PRINT-LINE
011660     END-EVALUATE
011670     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011680     ADD WS-SECTION-COUNT TO WS-REQ-RECORDS.
011690 8200-EXIT.
011700     EXIT.
011710
011720 8300-WRITE-FIELD.
011730     MOVE WS-FIELD-LINE TO WS-PRINT-LINE
011740     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011750 8300-EXIT.
011760     EXIT.
011770
011780*----A JOURNAL IMAGE IN UP TO THREE PIECES, BLANK PIECES LEFT
011790*----OFF
011800 8400-WRITE-IMAGE.
011810     MOVE WS-IMAGE-LABEL TO IM-LABEL
011820     MOVE WS-IMAGE-1 TO IM-TEXT
011830     MOVE WS-IMAGE-LINE TO WS-PRINT-LINE
011840     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011850     MOVE SPACES TO IM-LABEL
011860     IF WS-IMAGE-2 NOT = SPACES
011870         MOVE WS-IMAGE-2 TO IM-TEXT
011880         MOVE WS-IMAGE-LINE TO WS-PRINT-LINE
011890         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011900     END-IF
011910     IF WS-IMAGE-3 NOT = SPACES
011920         MOVE WS-IMAGE-3 TO IM-TEXT
011930         MOVE WS-IMAGE-LINE TO WS-PRINT-LINE
011940         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011950     END-IF.
011960 8400-EXIT.
011970     EXIT.
