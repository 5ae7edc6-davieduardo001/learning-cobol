000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASTBKUP.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - SYSTEM-WIDE MASTER BACKUP. TAKES
000100*                   THE FILELOCK RESERVATION ON EVERY MASTER AND
000110*                   CONTROL FILE, UNLOADS THEM ALL AS ONE DATED
000120*                   GENERATION WITH A RECORD COUNT AND HASH
000130*                   TOTAL PER FILE, AND RELEASES THE LOCKS. THE
000140*                   NEW GENERATION IS WRITTEN AHEAD OF THE OLD
000150*                   SET ON MASTGENO, WHICH KEEPS THE NUMBER OF
000160*                   GENERATIONS ON THE BKUPCTL CARD (DEFAULT 7).
000170*                   MASTRSTR PUTS A WHOLE GENERATION BACK.
000171*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000172*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000173*                   ORDER.
000174*   2026-10-15  DP  THE ACCOUNTING PERIOD CLOSE FILE IS NOW
000175*                   ACCTPER. THE PERIODCT PAY CALENDAR, UNEMPWG,
000176*                   RATEHIST, EMPPEND, ACCTACCR, VENDMAST, APOPEN,
000177*                   ITEMMAST, GLACCT, GLBAL, FAMAST, BENENRL AND
000178*                   TKTHIST JOIN THE GENERATION. SET IMAGES
000179*                   WIDENED TO 200 BYTES FOR BENENRL.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT BKUPCTL-IN  ASSIGN TO BKUPCTL
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-CTL-STATUS.
000250     SELECT OLD-SET     ASSIGN TO MASTGENI
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-OLD-STATUS.
000280     SELECT NEW-SET     ASSIGN TO MASTGENO
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-NEW-STATUS.
000310     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS ident
000350         FILE STATUS IS WS-MAST-STATUS.
000360     SELECT EMPMAST     ASSIGN TO EMPMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ER-SSnum
000400         FILE STATUS IS WS-MAST-STATUS.
000410     SELECT YTDMAST     ASSIGN TO YTDMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS YT-SSNUM
000450         FILE STATUS IS WS-MAST-STATUS.
000460     SELECT DEDMAST     ASSIGN TO DEDMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS DD-KEY
000500         FILE STATUS IS WS-MAST-STATUS.
000510     SELECT ACCTBAL     ASSIGN TO ACCTBAL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS AB-IDENT
000550         FILE STATUS IS WS-MAST-STATUS.
000560     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000561         ORGANIZATION IS INDEXED
000562         ACCESS MODE IS SEQUENTIAL
000563         RECORD KEY IS OI-KEY
000564         ALTERNATE RECORD KEY IS OI-STATUS
000565             WITH DUPLICATES
000580         FILE STATUS IS WS-MAST-STATUS.
000590     SELECT JOBMAST-IN  ASSIGN TO JOBMAST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MAST-STATUS.
000620     SELECT LEAVBAL-IN  ASSIGN TO LEAVBAL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MAST-STATUS.
000650     SELECT BUSDATE-IN  ASSIGN TO BUSDATE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MAST-STATUS.
000680     SELECT ACCTPER     ASSIGN TO ACCTPER
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS PD-KEY
000720         FILE STATUS IS WS-MAST-STATUS.
000730     SELECT USERPROF    ASSIGN TO USERPROF
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS UP-OPER-ID
000770         FILE STATUS IS WS-MAST-STATUS.
000780     SELECT COMPMAST-IN ASSIGN TO COMPMAST
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-MAST-STATUS.
000801     SELECT PERIODCT-IN ASSIGN TO PERIODCT
000802         ORGANIZATION IS LINE SEQUENTIAL
000803         FILE STATUS IS WS-MAST-STATUS.
000804     SELECT UNEMPWG     ASSIGN TO UNEMPWG
000805         ORGANIZATION IS INDEXED
000806         ACCESS MODE IS SEQUENTIAL
000807         RECORD KEY IS UW-KEY
000808         FILE STATUS IS WS-MAST-STATUS.
000809     SELECT RATEHIST    ASSIGN TO RATEHIST
000810         ORGANIZATION IS INDEXED
000811         ACCESS MODE IS SEQUENTIAL
000812         RECORD KEY IS RH-KEY
000813         FILE STATUS IS WS-MAST-STATUS.
000814     SELECT EMPPEND     ASSIGN TO EMPPEND
000815         ORGANIZATION IS INDEXED
000816         ACCESS MODE IS SEQUENTIAL
000817         RECORD KEY IS PC-SSN
000818         FILE STATUS IS WS-MAST-STATUS.
000819     SELECT ACCTACCR    ASSIGN TO ACCTACCR
000820         ORGANIZATION IS INDEXED
000821         ACCESS MODE IS SEQUENTIAL
000822         RECORD KEY IS AA-IDENT
000823         FILE STATUS IS WS-MAST-STATUS.
000824     SELECT VENDMAST    ASSIGN TO VENDMAST
000825         ORGANIZATION IS INDEXED
000826         ACCESS MODE IS SEQUENTIAL
000827         RECORD KEY IS VM-VENDOR-ID
000828         FILE STATUS IS WS-MAST-STATUS.
000829     SELECT APOPEN      ASSIGN TO APOPEN
000830         ORGANIZATION IS INDEXED
000831         ACCESS MODE IS SEQUENTIAL
000832         RECORD KEY IS AP-KEY
000833         FILE STATUS IS WS-MAST-STATUS.
000834     SELECT ITEMMAST    ASSIGN TO ITEMMAST
000835         ORGANIZATION IS INDEXED
000836         ACCESS MODE IS SEQUENTIAL
000837         RECORD KEY IS IM-ITEM-CODE
000838         FILE STATUS IS WS-MAST-STATUS.
000839     SELECT GLACCT      ASSIGN TO GLACCT
000840         ORGANIZATION IS INDEXED
000841         ACCESS MODE IS SEQUENTIAL
000842         RECORD KEY IS GA-KEY
000843         FILE STATUS IS WS-MAST-STATUS.
000844     SELECT GLBAL       ASSIGN TO GLBAL
000845         ORGANIZATION IS INDEXED
000846         ACCESS MODE IS SEQUENTIAL
000847         RECORD KEY IS GB-KEY
000848         FILE STATUS IS WS-MAST-STATUS.
000849     SELECT FAMAST      ASSIGN TO FAMAST
000850         ORGANIZATION IS INDEXED
000851         ACCESS MODE IS SEQUENTIAL
000852         RECORD KEY IS FA-ASSET-ID
000853         FILE STATUS IS WS-MAST-STATUS.
000854     SELECT BENENRL     ASSIGN TO BENENRL
000855         ORGANIZATION IS INDEXED
000856         ACCESS MODE IS SEQUENTIAL
000857         RECORD KEY IS BE-KEY
000858         FILE STATUS IS WS-MAST-STATUS.
000859     SELECT TKTHIST-IN  ASSIGN TO TKTHIST
000860         ORGANIZATION IS INDEXED
000861         ACCESS MODE IS SEQUENTIAL
000862         RECORD KEY IS TH-TICKET
000863         FILE STATUS IS WS-MAST-STATUS.
000864
000865 DATA DIVISION.
000866 FILE SECTION.
000867 FD  BKUPCTL-IN.
000868 01  BKUPCTL-REC.
000869     05  BC-RETAIN-GENS     PIC 9(2).
000870
000880 FD  OLD-SET.
000890 01  OLD-SET-REC.
000900     05  OS-REC-TYPE        PIC X(3).
000910         88  OS-GEN-HEADER      VALUE "GHD".
000920     05  OS-GEN             PIC 9(5).
000930     05  FILLER             PIC X(208).
000940
000950 FD  NEW-SET.
000960 01  NEW-SET-REC            PIC X(216).
000970
000980 FD  CUSTMAST.
000990     COPY "CUSTOMER.cpy".
001000
001010 FD  EMPMAST.
001020     COPY "EMPLOYEE.cpy".
001030
001040 FD  YTDMAST.
001050     COPY "YTDREC.cpy".
001060
001070 FD  DEDMAST.
001080     COPY "DEDMAST.cpy".
001090
001100 FD  ACCTBAL.
001110     COPY "ACCTBAL.cpy".
001120
001130 FD  OPENITEM-IN.
001140     COPY "OPENITEM.cpy".
001150
001160 FD  JOBMAST-IN.
001170     COPY "JOBMAST.cpy".
001180
001190 FD  LEAVBAL-IN.
001200 01  LEAVBAL-REC.
001210     05  LB-SSN             PIC 9(9).
001220     05  LB-VAC-BAL         PIC 9(3)V99.
001230     05  LB-SICK-BAL        PIC 9(3)V99.
001240
001250 FD  BUSDATE-IN.
001260 01  BUSDATE-REC            PIC 9(8).
001270
001280 FD  ACCTPER.
001290     COPY "PERIOD.cpy".
001300
001310 FD  USERPROF.
001320     COPY "USERPROF.cpy".
001330
001340 FD  COMPMAST-IN.
001350     COPY "COMPANY.cpy".
001351
001352 FD  PERIODCT-IN.
001353*----PAYROLL CALENDAR - PERIOD START, END, STATUS AND COMPANY
001354 01  PAYCAL-REC             PIC X(19).
001355
001356 FD  UNEMPWG.
001357     COPY "UNEMPWG.cpy".
001358
001359 FD  RATEHIST.
001360     COPY "RATEHIST.cpy".
001361
001362 FD  EMPPEND.
001363     COPY "EMPPEND.cpy".
001364
001365 FD  ACCTACCR.
001366     COPY "ACCTACCR.cpy".
001367
001368 FD  VENDMAST.
001369     COPY "VENDMAST.cpy".
001370
001371 FD  APOPEN.
001372     COPY "APOPEN.cpy".
001373
001374 FD  ITEMMAST.
001375     COPY "ITEMMAST.cpy".
001376
001377 FD  GLACCT.
001378     COPY "GLACCT.cpy".
001379
001380 FD  GLBAL.
001381     COPY "GLBAL.cpy".
001382
001383 FD  FAMAST.
001384     COPY "FAMAST.cpy".
001385
001386 FD  BENENRL.
001387     COPY "BENENRL.cpy".
001388
001389 FD  TKTHIST-IN.
001390 01  TKTHIST-REC.
001391     05  TH-TICKET          PIC 9(6).
001392     05  TH-TANK-ID         PIC X(5).
001393     05  TH-CUST-ID         PIC X(7).
001394     05  TH-QTY             PIC 9(7)V99.
001395     05  TH-TICKET-DATE     PIC 9(8).
001396     05  TH-AMOUNT          PIC 9(9)V99.
001397     05  TH-BILLED-DATE     PIC 9(8).
001398
001399 WORKING-STORAGE SECTION.
001400 01  WS-CTL-STATUS          PIC X(2) VALUE SPACES.
001401 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
001402 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
001410 01  WS-MAST-STATUS         PIC X(2) VALUE SPACES.
001420 01  WS-MAST-EOF-SW         PIC X(1) VALUE "N".
001430     88  END-OF-MASTER          VALUE "Y".
001440 01  WS-PRESENT-SW          PIC X(1) VALUE "Y".
001450     88  MASTER-NOT-PRESENT     VALUE "N".
001460 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
001470     88  END-OF-OLD-SET         VALUE "Y".
001480 01  WS-OLD-OPEN-SW         PIC X(1) VALUE "N".
001490     88  OLD-SET-OPEN           VALUE "Y".
001500 01  WS-NEW-OPEN-SW         PIC X(1) VALUE "N".
001510     88  NEW-SET-OPEN           VALUE "Y".
001520 01  WS-ABORT-SW            PIC X(1) VALUE "N".
001530     88  BACKUP-ABORTED         VALUE "Y".
001540 01  WS-DROP-SW             PIC X(1) VALUE "N".
001550     88  DROPPING-OLD-GENS      VALUE "Y".
001560 01  WS-RUN-RC              PIC 9(2) VALUE 0.
001570 01  WS-RETAIN-GENS         PIC 9(2) VALUE 7.
001580 01  WS-NEW-GEN             PIC 9(5) VALUE 0.
001590 01  WS-KEPT-GENS           PIC 9(2) VALUE 1.
001600 01  WS-DROPPED-GENS        PIC 9(5) VALUE 0.
001610 01  WS-CUR-DATE            PIC 9(8) VALUE 0.
001620 01  WS-CUR-TIME            PIC 9(8) VALUE 0.
001630 01  WS-FX                  PIC 9(2) COMP VALUE 0.
001640 01  WS-MASTER-COUNT        PIC 9(2) COMP VALUE 25.
001650 01  WS-FILE-COUNT          PIC 9(9) VALUE 0.
001660 01  WS-FILE-HASH           PIC S9(15)V99 VALUE 0.
001670 01  WS-REC-HASH            PIC S9(13)V99 VALUE 0.
001680 01  WS-TOTAL-COUNT         PIC 9(9) VALUE 0.
001690 01  WS-TOTAL-HASH          PIC S9(15)V99 VALUE 0.
001700 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "MASTBKUP".
001710 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001720 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001730*----EVERY FILE IN THE GENERATION, IN THE ORDER IT IS UNLOADED.
001740*----MASTRSTR CARRIES THE SAME LIST.
001750 01  WS-MASTER-LIST.
001760     05  FILLER             PIC X(8) VALUE "CUSTMAST".
001770     05  FILLER             PIC X(8) VALUE "EMPMAST ".
001780     05  FILLER             PIC X(8) VALUE "YTDMAST ".
001790     05  FILLER             PIC X(8) VALUE "DEDMAST ".
001800     05  FILLER             PIC X(8) VALUE "ACCTBAL ".
001810     05  FILLER             PIC X(8) VALUE "OPENITEM".
001820     05  FILLER             PIC X(8) VALUE "JOBMAST ".
001830     05  FILLER             PIC X(8) VALUE "LEAVBAL ".
001840     05  FILLER             PIC X(8) VALUE "BUSDATE ".
001850     05  FILLER             PIC X(8) VALUE "ACCTPER ".
001860     05  FILLER             PIC X(8) VALUE "USERPROF".
001870     05  FILLER             PIC X(8) VALUE "COMPMAST".
001871     05  FILLER             PIC X(8) VALUE "PERIODCT".
001872     05  FILLER             PIC X(8) VALUE "UNEMPWG ".
001873     05  FILLER             PIC X(8) VALUE "RATEHIST".
001874     05  FILLER             PIC X(8) VALUE "EMPPEND ".
001875     05  FILLER             PIC X(8) VALUE "ACCTACCR".
001876     05  FILLER             PIC X(8) VALUE "VENDMAST".
001877     05  FILLER             PIC X(8) VALUE "APOPEN  ".
001878     05  FILLER             PIC X(8) VALUE "ITEMMAST".
001879     05  FILLER             PIC X(8) VALUE "GLACCT  ".
001880     05  FILLER             PIC X(8) VALUE "GLBAL   ".
001881     05  FILLER             PIC X(8) VALUE "FAMAST  ".
001882     05  FILLER             PIC X(8) VALUE "BENENRL ".
001883     05  FILLER             PIC X(8) VALUE "TKTHIST ".
001884 01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
001890     05  WS-MASTER-NAME     PIC X(8) OCCURS 25 TIMES.
001900 01  WS-LOCK-TABLE.
001910     05  WS-LOCK-HELD       PIC X(1) OCCURS 25 TIMES.
001920 01  WS-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
001930     COPY "MASTGEN.cpy".
001940
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001980     IF NOT BACKUP-ABORTED
001990         PERFORM 2000-UNLOAD-ONE-FILE THRU 2000-EXIT
002000             VARYING WS-FX FROM 1 BY 1
002010             UNTIL WS-FX > WS-MASTER-COUNT OR BACKUP-ABORTED
002020     END-IF
002030     IF NOT BACKUP-ABORTED
002040         PERFORM 2500-WRITE-GEN-TRAILER THRU 2500-EXIT
002050         PERFORM 3000-COPY-OLD-SET THRU 3000-EXIT
002060             UNTIL END-OF-OLD-SET
002070     END-IF
002080     PERFORM 4000-TERMINATE THRU 4000-EXIT
002090     GOBACK.
002100
002110 1000-INITIALIZE.
002120     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
002130     ACCEPT WS-CUR-TIME FROM TIME
002140     MOVE ALL "N" TO WS-LOCK-TABLE
002150     PERFORM 1100-READ-CONTROL THRU 1100-EXIT
002160*----EVERY FILE IS RESERVED BEFORE ANY IS READ, SO NO UPDATER
002170*----CAN MOVE ONE MASTER WHILE ANOTHER IS BEING UNLOADED.
002180     PERFORM 1200-RESERVE-ONE THRU 1200-EXIT
002190         VARYING WS-FX FROM 1 BY 1
002200         UNTIL WS-FX > WS-MASTER-COUNT OR BACKUP-ABORTED
002210     IF BACKUP-ABORTED
002220         MOVE 8 TO WS-RUN-RC
002230         GO TO 1000-EXIT
002240     END-IF
002250     OPEN INPUT OLD-SET
002260     IF WS-OLD-STATUS = "35"
002270         DISPLAY "MASTBKUP: NO EARLIER GENERATION SET - "
002280             "STARTING AT GENERATION 1"
002290         MOVE "Y" TO WS-OLD-EOF-SW
002300         MOVE 1 TO WS-NEW-GEN
002310     ELSE
002320         IF WS-OLD-STATUS NOT = "00"
002330             DISPLAY "MASTBKUP: UNABLE TO OPEN MASTGENI - "
002340                 "STATUS " WS-OLD-STATUS
002350             MOVE "Y" TO WS-ABORT-SW
002360             MOVE 8 TO WS-RUN-RC
002370             GO TO 1000-EXIT
002380         END-IF
002390         MOVE "Y" TO WS-OLD-OPEN-SW
002400         PERFORM 1300-READ-OLD-SET THRU 1300-EXIT
002410         PERFORM 1400-NUMBER-GENERATION THRU 1400-EXIT
002420         IF BACKUP-ABORTED
002430             GO TO 1000-EXIT
002440         END-IF
002450     END-IF
002460     OPEN OUTPUT NEW-SET
002470     IF WS-NEW-STATUS NOT = "00"
002480         DISPLAY "MASTBKUP: UNABLE TO OPEN MASTGENO - STATUS "
002490             WS-NEW-STATUS
002500         MOVE "Y" TO WS-ABORT-SW
002510         MOVE 8 TO WS-RUN-RC
002520         GO TO 1000-EXIT
002530     END-IF
002540     MOVE "Y" TO WS-NEW-OPEN-SW
002550     MOVE SPACES TO MastGenRec
002560     MOVE "GHD" TO MG-REC-TYPE
002570     MOVE WS-NEW-GEN TO MG-GEN
002580     MOVE WS-CUR-DATE TO MG-GEN-DATE
002590     MOVE WS-CUR-TIME TO MG-GEN-TIME
002600     WRITE NEW-SET-REC FROM MastGenRec
002610     DISPLAY "MASTBKUP: WRITING GENERATION " WS-NEW-GEN
002620         " DATED " WS-CUR-DATE.
002630 1000-EXIT.
002640     EXIT.
002650
002660*----THE CONTROL CARD IS OPTIONAL; A MISSING OR ZERO CARD KEEPS
002670*----THE SHOP STANDARD SEVEN GENERATIONS.
002680 1100-READ-CONTROL.
002690     OPEN INPUT BKUPCTL-IN
002700     IF WS-CTL-STATUS NOT = "00"
002710         GO TO 1100-EXIT
002720     END-IF
002730     READ BKUPCTL-IN
002740         AT END MOVE 0 TO BC-RETAIN-GENS
002750     END-READ
002760     IF BC-RETAIN-GENS IS NUMERIC AND BC-RETAIN-GENS > 0
002770         MOVE BC-RETAIN-GENS TO WS-RETAIN-GENS
002780     END-IF
002790     CLOSE BKUPCTL-IN.
002800 1100-EXIT.
002810     EXIT.
002820
002830 1200-RESERVE-ONE.
002840     MOVE "R" TO WS-LOCK-ACTION
002850     CALL "FILELOCK" USING WS-MASTER-NAME(WS-FX),
002860         WS-LOCK-PROGRAM, WS-LOCK-ACTION, WS-LOCK-RESULT
002870     IF WS-LOCK-RESULT = "B"
002880         DISPLAY "MASTBKUP: " WS-MASTER-NAME(WS-FX)
002890             " IS IN USE - BACKUP ABANDONED, TRY AGAIN LATER"
002900         MOVE "Y" TO WS-ABORT-SW
002910         GO TO 1200-EXIT
002920     END-IF
002930     MOVE "Y" TO WS-LOCK-HELD(WS-FX).
002940 1200-EXIT.
002950     EXIT.
002960
002970 1300-READ-OLD-SET.
002980     READ OLD-SET
002990         AT END MOVE "Y" TO WS-OLD-EOF-SW
003000     END-READ.
003010 1300-EXIT.
003020     EXIT.
003030
003040*----THE OLD SET LEADS WITH ITS NEWEST GENERATION, SO THE NEW
003050*----ONE TAKES THE NEXT NUMBER. A SET THAT DOES NOT START WITH
003060*----A GENERATION HEADER IS NOT TRUSTED TO BE CARRIED FORWARD.
003070 1400-NUMBER-GENERATION.
003080     IF END-OF-OLD-SET
003090         MOVE 1 TO WS-NEW-GEN
003100         GO TO 1400-EXIT
003110     END-IF
003120     IF NOT OS-GEN-HEADER OR OS-GEN IS NOT NUMERIC
003130         DISPLAY "MASTBKUP: MASTGENI DOES NOT START WITH A "
003140             "GENERATION HEADER - BACKUP ABANDONED"
003150         MOVE "Y" TO WS-ABORT-SW
003160         MOVE 8 TO WS-RUN-RC
003170         GO TO 1400-EXIT
003180     END-IF
003190     IF OS-GEN = 99999
003200         MOVE 1 TO WS-NEW-GEN
003210     ELSE
003220         COMPUTE WS-NEW-GEN = OS-GEN + 1
003230     END-IF.
003240 1400-EXIT.
003250     EXIT.
003260
003270 2000-UNLOAD-ONE-FILE.
003280     MOVE SPACES TO MastGenRec
003290     MOVE "FHD" TO MG-REC-TYPE
003300     MOVE WS-NEW-GEN TO MG-GEN
003310     MOVE WS-MASTER-NAME(WS-FX) TO MG-FILE
003320     WRITE NEW-SET-REC FROM MastGenRec
003330     MOVE 0 TO WS-FILE-COUNT
003340     MOVE 0 TO WS-FILE-HASH
003350     MOVE "N" TO WS-MAST-EOF-SW
003360     PERFORM 2100-OPEN-MASTER THRU 2100-EXIT
003370     IF BACKUP-ABORTED
003380         GO TO 2000-EXIT
003390     END-IF
003400     IF MASTER-NOT-PRESENT
003410         DISPLAY "MASTBKUP: " MG-FILE
003420             " NOT PRESENT - CARRIED AS AN EMPTY FILE"
003430     ELSE
003440         PERFORM 2200-READ-MASTER THRU 2200-EXIT
003450         PERFORM 2300-UNLOAD-RECORD THRU 2300-EXIT
003460             UNTIL END-OF-MASTER
003470         PERFORM 2400-CLOSE-MASTER THRU 2400-EXIT
003480     END-IF
003490     MOVE SPACES TO MG-DATA
003500     MOVE "FTR" TO MG-REC-TYPE
003510     MOVE WS-FILE-COUNT TO MG-REC-COUNT
003520     MOVE WS-FILE-HASH TO MG-HASH-TOTAL
003530     MOVE 0 TO MG-FILE-COUNT
003540     WRITE NEW-SET-REC FROM MastGenRec
003550     ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
003560     ADD WS-FILE-HASH TO WS-TOTAL-HASH
003570     MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY
003580     DISPLAY "MASTBKUP: " MG-FILE " RECORDS UNLOADED - "
003590         WS-COUNT-DISPLAY.
003600 2000-EXIT.
003610     EXIT.
003620
003630*----A FILE THAT HAS NEVER BEEN CREATED GOES INTO THE GENERATION
003640*----EMPTY; ANY OTHER OPEN FAILURE ENDS THE BACKUP, SINCE A
003650*----GENERATION MISSING A MASTER IS NOT A CONSISTENT SET.
003660 2100-OPEN-MASTER.
003670     MOVE "Y" TO WS-PRESENT-SW
003680     EVALUATE WS-FX
003690         WHEN 1
003700             OPEN INPUT CUSTMAST
003710         WHEN 2
003720             OPEN INPUT EMPMAST
003730         WHEN 3
003740             OPEN INPUT YTDMAST
003750         WHEN 4
003760             OPEN INPUT DEDMAST
003770         WHEN 5
003780             OPEN INPUT ACCTBAL
003790         WHEN 6
003800             OPEN INPUT OPENITEM-IN
003810         WHEN 7
003820             OPEN INPUT JOBMAST-IN
003830         WHEN 8
003840             OPEN INPUT LEAVBAL-IN
003850         WHEN 9
003860             OPEN INPUT BUSDATE-IN
003870         WHEN 10
003880             OPEN INPUT ACCTPER
003890         WHEN 11
003900             OPEN INPUT USERPROF
003910         WHEN 12
003920             OPEN INPUT COMPMAST-IN
003921         WHEN 13
003922             OPEN INPUT PERIODCT-IN
003923         WHEN 14
003924             OPEN INPUT UNEMPWG
003925         WHEN 15
003926             OPEN INPUT RATEHIST
003927         WHEN 16
003928             OPEN INPUT EMPPEND
003929         WHEN 17
003930             OPEN INPUT ACCTACCR
003931         WHEN 18
003932             OPEN INPUT VENDMAST
003933         WHEN 19
003934             OPEN INPUT APOPEN
003935         WHEN 20
003936             OPEN INPUT ITEMMAST
003937         WHEN 21
003938             OPEN INPUT GLACCT
003939         WHEN 22
003940             OPEN INPUT GLBAL
003941         WHEN 23
003942             OPEN INPUT FAMAST
003943         WHEN 24
003944             OPEN INPUT BENENRL
003945         WHEN 25
003946             OPEN INPUT TKTHIST-IN
003947     END-EVALUATE
003948     IF WS-MAST-STATUS = "35"
003950         MOVE "N" TO WS-PRESENT-SW
003960         GO TO 2100-EXIT
003970     END-IF
003980     IF WS-MAST-STATUS NOT = "00"
003990         DISPLAY "MASTBKUP: UNABLE TO OPEN " MG-FILE
004000             " - STATUS " WS-MAST-STATUS
004010         DISPLAY "MASTBKUP: MASTGENO IS INCOMPLETE - DO NOT "
004020             "CATALOG IT"
004030         MOVE "Y" TO WS-ABORT-SW
004040         MOVE 8 TO WS-RUN-RC
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080
004090 2200-READ-MASTER.
004100     EVALUATE WS-FX
004110         WHEN 1
004120             READ CUSTMAST
004130                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004140                 NOT AT END MOVE Customer TO MG-DATA
004150             END-READ
004160         WHEN 2
004170             READ EMPMAST
004180                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004190                 NOT AT END MOVE EmployeeRec TO MG-DATA
004200             END-READ
004210         WHEN 3
004220             READ YTDMAST
004230                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004240                 NOT AT END MOVE YtdRec TO MG-DATA
004250             END-READ
004260         WHEN 4
004270             READ DEDMAST
004280                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004290                 NOT AT END MOVE DeductRec TO MG-DATA
004300             END-READ
004310         WHEN 5
004320             READ ACCTBAL
004330                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004340                 NOT AT END MOVE AcctBalance TO MG-DATA
004350             END-READ
004360         WHEN 6
004370             READ OPENITEM-IN
004380                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004390                 NOT AT END MOVE OpenItemRec TO MG-DATA
004400             END-READ
004410         WHEN 7
004420             READ JOBMAST-IN
004430                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004440                 NOT AT END MOVE JobMastRec TO MG-DATA
004450             END-READ
004460         WHEN 8
004470             READ LEAVBAL-IN
004480                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004490                 NOT AT END MOVE LEAVBAL-REC TO MG-DATA
004500             END-READ
004510         WHEN 9
004520             READ BUSDATE-IN
004530                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004540                 NOT AT END MOVE BUSDATE-REC TO MG-DATA
004550             END-READ
004560         WHEN 10
004570             READ ACCTPER
004580                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004590                 NOT AT END MOVE PeriodRec TO MG-DATA
004600             END-READ
004610         WHEN 11
004620             READ USERPROF
004630                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004640                 NOT AT END MOVE UserProfRec TO MG-DATA
004650             END-READ
004660         WHEN 12
004670             READ COMPMAST-IN
004680                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004690                 NOT AT END MOVE CompanyRec TO MG-DATA
004700             END-READ
004701         WHEN 13
004702             READ PERIODCT-IN
004703                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004704                 NOT AT END MOVE PAYCAL-REC TO MG-DATA
004705             END-READ
004706         WHEN 14
004707             READ UNEMPWG
004708                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004709                 NOT AT END MOVE UnempWageRec TO MG-DATA
004710             END-READ
004711         WHEN 15
004712             READ RATEHIST
004713                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004714                 NOT AT END MOVE RateHistRec TO MG-DATA
004715             END-READ
004716         WHEN 16
004717             READ EMPPEND
004718                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004719                 NOT AT END MOVE EmpPendRec TO MG-DATA
004720             END-READ
004721         WHEN 17
004722             READ ACCTACCR
004723                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004724                 NOT AT END MOVE AcctAccrual TO MG-DATA
004725             END-READ
004726         WHEN 18
004727             READ VENDMAST
004728                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004729                 NOT AT END MOVE VendorRec TO MG-DATA
004730             END-READ
004731         WHEN 19
004732             READ APOPEN
004733                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004734                 NOT AT END MOVE ApOpenRec TO MG-DATA
004735             END-READ
004736         WHEN 20
004737             READ ITEMMAST
004738                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004739                 NOT AT END MOVE ItemRec TO MG-DATA
004740             END-READ
004741         WHEN 21
004742             READ GLACCT
004743                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004744                 NOT AT END MOVE GlAcctRec TO MG-DATA
004745             END-READ
004746         WHEN 22
004747             READ GLBAL
004748                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004749                 NOT AT END MOVE GlBalRec TO MG-DATA
004750             END-READ
004751         WHEN 23
004752             READ FAMAST
004753                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004754                 NOT AT END MOVE FaMastRec TO MG-DATA
004755             END-READ
004756         WHEN 24
004757             READ BENENRL
004758                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004759                 NOT AT END MOVE BenEnrlRec TO MG-DATA
004760             END-READ
004761         WHEN 25
004762             READ TKTHIST-IN
004763                 AT END MOVE "Y" TO WS-MAST-EOF-SW
004764                 NOT AT END MOVE TKTHIST-REC TO MG-DATA
004765             END-READ
004766     END-EVALUATE.
004767 2200-EXIT.
004768     EXIT.
004769
004770 2300-UNLOAD-RECORD.
004771     MOVE "DTL" TO MG-REC-TYPE
004772     PERFORM 5000-HASH-IMAGE THRU 5000-EXIT
004780     WRITE NEW-SET-REC FROM MastGenRec
004790     ADD 1 TO WS-FILE-COUNT
004800     ADD WS-REC-HASH TO WS-FILE-HASH
004810     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
004820 2300-EXIT.
004830     EXIT.
004840
004850 2400-CLOSE-MASTER.
004860     EVALUATE WS-FX
004870         WHEN 1
004880             CLOSE CUSTMAST
004890         WHEN 2
004900             CLOSE EMPMAST
004910         WHEN 3
004920             CLOSE YTDMAST
004930         WHEN 4
004940             CLOSE DEDMAST
004950         WHEN 5
004960             CLOSE ACCTBAL
004970         WHEN 6
004980             CLOSE OPENITEM-IN
004990         WHEN 7
005000             CLOSE JOBMAST-IN
005010         WHEN 8
005020             CLOSE LEAVBAL-IN
005030         WHEN 9
005040             CLOSE BUSDATE-IN
005050         WHEN 10
005060             CLOSE ACCTPER
005070         WHEN 11
005080             CLOSE USERPROF
005090         WHEN 12
005100             CLOSE COMPMAST-IN
005101         WHEN 13
005102             CLOSE PERIODCT-IN
005103         WHEN 14
005104             CLOSE UNEMPWG
005105         WHEN 15
005106             CLOSE RATEHIST
005107         WHEN 16
005108             CLOSE EMPPEND
005109         WHEN 17
005110             CLOSE ACCTACCR
005111         WHEN 18
005112             CLOSE VENDMAST
005113         WHEN 19
005114             CLOSE APOPEN
005115         WHEN 20
005116             CLOSE ITEMMAST
005117         WHEN 21
005118             CLOSE GLACCT
005119         WHEN 22
005120             CLOSE GLBAL
005121         WHEN 23
005122             CLOSE FAMAST
005123         WHEN 24
005124             CLOSE BENENRL
005125         WHEN 25
005126             CLOSE TKTHIST-IN
005127     END-EVALUATE.
005128 2400-EXIT.
005130     EXIT.
005140
005150 2500-WRITE-GEN-TRAILER.
005160     MOVE SPACES TO MastGenRec
005170     MOVE "GTR" TO MG-REC-TYPE
005180     MOVE WS-NEW-GEN TO MG-GEN
005190     MOVE WS-TOTAL-COUNT TO MG-REC-COUNT
005200     MOVE WS-TOTAL-HASH TO MG-HASH-TOTAL
005210     MOVE WS-MASTER-COUNT TO MG-FILE-COUNT
005220     WRITE NEW-SET-REC FROM MastGenRec.
005230 2500-EXIT.
005240     EXIT.
005250
005260*----EARLIER GENERATIONS FOLLOW THE NEW ONE UNTIL THE SET HOLDS
005270*----THE RETAINED NUMBER; THE OLDEST BEYOND THAT ARE DROPPED.
005280 3000-COPY-OLD-SET.
005290     IF OS-GEN-HEADER
005300         IF WS-KEPT-GENS >= WS-RETAIN-GENS
005310             MOVE "Y" TO WS-DROP-SW
005320         END-IF
005330         IF DROPPING-OLD-GENS
005340             ADD 1 TO WS-DROPPED-GENS
005350         ELSE
005360             ADD 1 TO WS-KEPT-GENS
005370         END-IF
005380     END-IF
005390     IF NOT DROPPING-OLD-GENS
005400         WRITE NEW-SET-REC FROM OLD-SET-REC
005410     END-IF
005420     PERFORM 1300-READ-OLD-SET THRU 1300-EXIT.
005430 3000-EXIT.
005440     EXIT.
005450
005460 4000-TERMINATE.
005470     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
005480         VARYING WS-FX FROM 1 BY 1
005490         UNTIL WS-FX > WS-MASTER-COUNT
005500     IF OLD-SET-OPEN
005510         CLOSE OLD-SET
005520     END-IF
005530     IF NEW-SET-OPEN
005540         CLOSE NEW-SET
005550     END-IF
005560     IF NOT BACKUP-ABORTED
005570         MOVE WS-TOTAL-COUNT TO WS-COUNT-DISPLAY
005580         DISPLAY "MASTBKUP: GENERATION " WS-NEW-GEN
005590             " COMPLETE - RECORDS " WS-COUNT-DISPLAY
005600         DISPLAY "MASTBKUP: GENERATIONS KEPT - " WS-KEPT-GENS
005610             "  DROPPED - " WS-DROPPED-GENS
005620     END-IF
005630*----THE RETURN CODE IS SET LAST - THE FILELOCK CALLS WOULD
005640*----OTHERWISE HAND BACK THE SUBPROGRAM'S ZERO CODE.
005650     MOVE WS-RUN-RC TO RETURN-CODE.
005660 4000-EXIT.
005670     EXIT.
005680
005690 4100-RELEASE-ONE.
005700     IF WS-LOCK-HELD(WS-FX) = "Y"
005710         MOVE "C" TO WS-LOCK-ACTION
005720         CALL "FILELOCK" USING WS-MASTER-NAME(WS-FX),
005730             WS-LOCK-PROGRAM, WS-LOCK-ACTION, WS-LOCK-RESULT
005740         MOVE "N" TO WS-LOCK-HELD(WS-FX)
005750     END-IF.
005760 4100-EXIT.
005770     EXIT.
005780
005790*----HASH OF ONE IMAGE - THE KEY PLUS THE MAIN AMOUNT, TAKEN
005800*----FROM THE SET RECORD SO MASTRSTR CAN REPEAT IT EXACTLY.
005810 5000-HASH-IMAGE.
005820     EVALUATE MG-FILE
005830         WHEN "CUSTMAST"
005840             MOVE MG-CU-IDENT TO WS-REC-HASH
005850         WHEN "EMPMAST "
005860             COMPUTE WS-REC-HASH = MG-EM-SSN + MG-EM-RATE
005870         WHEN "YTDMAST "
005880             COMPUTE WS-REC-HASH = MG-YT-SSN + MG-YT-GROSS
005890         WHEN "DEDMAST "
005900             COMPUTE WS-REC-HASH = MG-DD-SSN + MG-DD-RATE
005910         WHEN "ACCTBAL "
005920             COMPUTE WS-REC-HASH = MG-AB-IDENT + MG-AB-BALANCE
005930         WHEN "OPENITEM"
005940             COMPUTE WS-REC-HASH = MG-OI-AMOUNT
005950                 + MG-OI-PAID-AMT
005960         WHEN "JOBMAST "
005970             COMPUTE WS-REC-HASH = MG-JM-CONTRACT
005980                 + MG-JM-BILLED
005990         WHEN "LEAVBAL "
006000             COMPUTE WS-REC-HASH = MG-LB-SSN + MG-LB-VAC-BAL
006010                 + MG-LB-SICK-BAL
006020         WHEN "BUSDATE "
006030             MOVE MG-BD-DATE TO WS-REC-HASH
006040         WHEN "ACCTPER "
006050             MOVE MG-PD-PERIOD TO WS-REC-HASH
006060         WHEN "USERPROF"
006070             MOVE MG-UP-EXPIRY TO WS-REC-HASH
006080         WHEN "COMPMAST"
006090             MOVE MG-CO-FEIN TO WS-REC-HASH
006091         WHEN "PERIODCT"
006092             MOVE MG-PY-END TO WS-REC-HASH
006093         WHEN "UNEMPWG "
006094             COMPUTE WS-REC-HASH = MG-UW-SSN + MG-UW-GROSS
006095         WHEN "RATEHIST"
006096             COMPUTE WS-REC-HASH = MG-RH-SSN + MG-RH-RATE
006097         WHEN "EMPPEND "
006098             MOVE MG-PC-SSN TO WS-REC-HASH
006099         WHEN "ACCTACCR"
006100             COMPUTE WS-REC-HASH = MG-AA-IDENT + MG-AA-ACCRUED
006101         WHEN "VENDMAST"
006102             MOVE MG-VM-TERMS-DAYS TO WS-REC-HASH
006103         WHEN "APOPEN  "
006104             MOVE MG-AP-AMOUNT TO WS-REC-HASH
006105         WHEN "ITEMMAST"
006106             MOVE MG-IM-LIST-PRICE TO WS-REC-HASH
006107         WHEN "GLBAL   "
006108             COMPUTE WS-REC-HASH = MG-GB-PERIOD + MG-GB-DEBITS
006109                 + MG-GB-CREDITS
006110         WHEN "FAMAST  "
006111             COMPUTE WS-REC-HASH = MG-FA-COST + MG-FA-ACCUM-DEPR
006112         WHEN "BENENRL "
006113             MOVE MG-BE-SSN TO WS-REC-HASH
006114         WHEN "TKTHIST "
006115             COMPUTE WS-REC-HASH = MG-TH-TICKET + MG-TH-AMOUNT
006116         WHEN OTHER
006117             MOVE 0 TO WS-REC-HASH
006120     END-EVALUATE.
006130 5000-EXIT.
006140     EXIT.
