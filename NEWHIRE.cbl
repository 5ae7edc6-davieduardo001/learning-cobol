000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NEWHIRE.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - STATE NEW-HIRE REPORTING EXTRACT.
000100*                   EVERY EMPMAST RECORD CARRYING A HIRE DATE -
000110*                   SET BY AN EMPMAINT ADD OR REHIRE AND BY AN
000120*                   EMPREIN REINSTATEMENT - WHOSE SSN AND HIRE
000130*                   DATE ARE NOT YET ON THE NHSENT FILE GOES TO
000140*                   THE STATE'S FIXED-FORMAT NHEXTR FILE WITH
000150*                   THE EMPLOYER DETAILS FOR ITS COMPANY FROM
000160*                   COMPMAST. THE SENT KEYS ARE WRITTEN TO
000170*                   NHSENT ONLY AFTER THE EXTRACT CLOSES, SO A
000180*                   RUN THAT DIES PART WAY SENDS THE SAME PEOPLE
000190*                   AGAIN RATHER THAN LOSING THEM. A HIRE WHOSE
000200*                   COMPANY IS NOT ON COMPMAST IS LISTED AND
000210*                   HELD FOR THE NEXT RUN (RC 4). HIRES PAST THE
000220*                   STATE'S 20 DAYS ARE FLAGGED LATE ON NHRPT.
000221*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID NEWHIRE
000222*                   FOR THE RPTSPOOL DISTRIBUTION RUN.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPMAST     ASSIGN TO EMPMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS ER-SSnum
000310         FILE STATUS IS WS-EMP-STATUS.
000320     SELECT COMPMAST-IN ASSIGN TO COMPMAST
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CO-STATUS.
000350     SELECT NHSENT      ASSIGN TO NHSENT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS NS-KEY
000390         FILE STATUS IS WS-SENT-STATUS.
000400     SELECT NHEXTR-OUT  ASSIGN TO NHEXTR
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT NH-RPT      ASSIGN TO NHRPT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EMPMAST.
000480     COPY "EMPLOYEE.cpy".
000490
000500 FD  COMPMAST-IN.
000510     COPY "COMPANY.cpy".
000520
000530*----ONE RECORD PER SSN AND HIRE DATE EVER SENT - A REHIRE HAS
000540*----A NEW HIRE DATE AND SO IS REPORTED AGAIN, AS THE STATE
000550*----REQUIRES.
000560 FD  NHSENT.
000570 01  NHSENT-REC.
000580     05  NS-KEY.
000590         10  NS-SSN       PIC 9(9).
000600         10  NS-HIRE-DATE PIC 9(8).
000610     05  NS-SENT-DATE     PIC 9(8).
000620     05  NS-COMPANY       PIC X(2).
000630
000640*----STATE NEW-HIRE FILE - EMPLOYEE, THEN EMPLOYER.
000650 FD  NHEXTR-OUT.
000660 01  NHEXTR-REC.
000670     05  NX-SSN           PIC 9(9).
000680     05  NX-NAME          PIC X(30).
000690     05  NX-HIRE-DATE     PIC 9(8).
000700     05  NX-WORK-STATE    PIC X(2).
000710     05  NX-FEIN          PIC 9(9).
000720     05  NX-STATE-ID      PIC X(15).
000730     05  NX-EMPLOYER-NAME PIC X(30).
000740     05  NX-STREET        PIC X(30).
000750     05  NX-CITY          PIC X(20).
000760     05  NX-STATE         PIC X(2).
000770     05  NX-ZIP           PIC X(9).
000780
000790 FD  NH-RPT.
000800 01  NH-RPT-REC           PIC X(60).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-EMP-STATUS        PIC X(2) VALUE SPACES.
000840 01  WS-CO-STATUS         PIC X(2) VALUE SPACES.
000850 01  WS-SENT-STATUS       PIC X(2) VALUE SPACES.
000860 01  WS-EMP-EOF-SW        PIC X(1) VALUE "N".
000870     88  END-OF-EMPLOYEES     VALUE "Y".
000880 01  WS-CO-EOF-SW         PIC X(1) VALUE "N".
000890     88  END-OF-COMPANIES     VALUE "Y".
000900 01  WS-CO-FOUND-SW       PIC X(1) VALUE "N".
000910     88  COMPANY-FOUND        VALUE "Y".
000920 01  WS-RUN-OK-SW         PIC X(1) VALUE "N".
000930     88  RUN-OK               VALUE "Y".
000940 01  WS-RUN-DATE          PIC 9(8) VALUE 0.
000950 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000960     05  WS-RD-YEAR       PIC 9(4).
000970     05  WS-RD-MONTH      PIC 9(2).
000980     05  WS-RD-DAY        PIC 9(2).
000990 01  WS-HIRE-WORK         PIC 9(8) VALUE 0.
001000 01  WS-HIRE-WORK-R REDEFINES WS-HIRE-WORK.
001010     05  WS-HW-YEAR       PIC 9(4).
001020     05  WS-HW-MONTH      PIC 9(2).
001030     05  WS-HW-DAY        PIC 9(2).
001040 01  WS-HIRE-AGE          PIC S9(5) VALUE 0.
001050 01  WS-READ-COUNT        PIC 9(7) COMP VALUE 0.
001060 01  WS-SENT-COUNT        PIC 9(5) COMP VALUE 0.
001070 01  WS-ALREADY-COUNT     PIC 9(7) COMP VALUE 0.
001080 01  WS-HELD-COUNT        PIC 9(5) COMP VALUE 0.
001090 01  WS-LATE-COUNT        PIC 9(5) COMP VALUE 0.
001100 01  WS-MASKED-SSN        PIC X(11) VALUE SPACES.
001110 01  WS-COUNT-EDIT        PIC ZZ,ZZ9.
001120*----EMPLOYER DETAILS BY COMPANY CODE, FROM COMPMAST.
001130 01  WS-CO-COUNT          PIC 9(2) COMP VALUE 0.
001140 01  WS-CO-TABLE.
001150     05  WS-CO-ENTRY      OCCURS 20 TIMES INDEXED BY CO-IDX.
001160         10  WS-C-CODE        PIC X(2).
001170         10  WS-C-NAME        PIC X(30).
001180         10  WS-C-FEIN        PIC 9(9).
001190         10  WS-C-STATE-ID    PIC X(15).
001200         10  WS-C-STREET      PIC X(30).
001210         10  WS-C-CITY        PIC X(20).
001220         10  WS-C-STATE       PIC X(2).
001230         10  WS-C-ZIP         PIC X(9).
001240*----KEYS SENT THIS RUN, POSTED TO NHSENT ONCE THE EXTRACT IS
001250*----SAFELY CLOSED.
001260 01  WS-PEND-COUNT        PIC 9(3) COMP VALUE 0.
001270 01  WS-PEND-TABLE.
001280     05  WS-PEND-ENTRY    OCCURS 500 TIMES INDEXED BY PEND-IDX.
001290         10  WS-P-SSN         PIC 9(9).
001300         10  WS-P-HIRE-DATE   PIC 9(8).
001310         10  WS-P-COMPANY     PIC X(2).
001320 01  WS-DETAIL-LINE.
001330     05  DL-SSN           PIC X(11).
001340     05  FILLER           PIC X(1) VALUE SPACE.
001350     05  DL-NAME          PIC X(20).
001360     05  FILLER           PIC X(1) VALUE SPACE.
001370     05  DL-HIRE-DATE     PIC 9(8).
001380     05  FILLER           PIC X(1) VALUE SPACE.
001390     05  DL-COMPANY       PIC X(2).
001400     05  FILLER           PIC X(1) VALUE SPACE.
001410     05  DL-DISPOSITION   PIC X(15).
001420 01  WS-TEXT-LINE         PIC X(60) VALUE SPACES.
001430 01  WS-RPT-CONTROL.
001440     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
001450     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
001460     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
001470     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
001480     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
001490     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
001500     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001510     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001520     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001521     05  WS-RPT-ID          PIC X(8) VALUE "NEWHIRE".
001522     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001530 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001540
001550 PROCEDURE DIVISION.
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001580     PERFORM 2000-CHECK-ONE-EMPLOYEE THRU 2000-EXIT
001590         UNTIL END-OF-EMPLOYEES
001600     PERFORM 3000-TERMINATE THRU 3000-EXIT
001610     GOBACK.
001620
001630*----NO EMPLOYER DETAILS, NO FILE - THE STATE REJECTS A
001640*----NEW-HIRE RECORD WITHOUT THEM.
001650 1000-INITIALIZE.
001660     CALL "GETBDATE" USING WS-RUN-DATE
001670     MOVE "Y" TO WS-EMP-EOF-SW
001680     PERFORM 1100-LOAD-COMPANIES THRU 1100-EXIT
001690     IF WS-CO-COUNT = 0
001700         DISPLAY "NEWHIRE: NO COMPMAST EMPLOYER DETAILS - "
001710             "RUN REFUSED"
001720         MOVE 12 TO RETURN-CODE
001730         GO TO 1000-EXIT
001740     END-IF
001750     OPEN INPUT EMPMAST
001760     IF WS-EMP-STATUS NOT = "00"
001770         DISPLAY "NEWHIRE: UNABLE TO OPEN EMPMAST - STATUS "
001780             WS-EMP-STATUS
001790         MOVE 8 TO RETURN-CODE
001800         GO TO 1000-EXIT
001810     END-IF
001820     OPEN I-O NHSENT
001830     IF WS-SENT-STATUS = "35"
001840         CLOSE NHSENT
001850         OPEN OUTPUT NHSENT
001860         CLOSE NHSENT
001870         OPEN I-O NHSENT
001880     END-IF
001890     IF WS-SENT-STATUS NOT = "00"
001900         DISPLAY "NEWHIRE: UNABLE TO OPEN NHSENT - STATUS "
001910             WS-SENT-STATUS
001920         CLOSE EMPMAST
001930         MOVE 8 TO RETURN-CODE
001940         GO TO 1000-EXIT
001950     END-IF
001960     OPEN OUTPUT NHEXTR-OUT
001970     OPEN OUTPUT NH-RPT
001980     MOVE "Y" TO WS-RUN-OK-SW
001990     MOVE "N" TO WS-EMP-EOF-SW
002000     MOVE "NEW HIRE REPORTING EXTRACT" TO WS-RPT-TITLE
002010     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002020     MOVE "I" TO WS-RPT-OP
002030     CALL "RPTWRITE" USING WS-RPT-CONTROL
002040     MOVE ZEROES TO ER-SSnum
002050     START EMPMAST KEY IS NOT LESS THAN ER-SSnum
002060         INVALID KEY MOVE "Y" TO WS-EMP-EOF-SW
002070     END-START.
002080 1000-EXIT.
002090     EXIT.
002100
002110 1100-LOAD-COMPANIES.
002120     OPEN INPUT COMPMAST-IN
002130     IF WS-CO-STATUS NOT = "00"
002140         GO TO 1100-EXIT
002150     END-IF
002160     PERFORM 1150-LOAD-ONE-COMPANY THRU 1150-EXIT
002170         UNTIL END-OF-COMPANIES OR WS-CO-COUNT >= 20
002180     CLOSE COMPMAST-IN.
002190 1100-EXIT.
002200     EXIT.
002210
002220 1150-LOAD-ONE-COMPANY.
002230     READ COMPMAST-IN
002240         AT END MOVE "Y" TO WS-CO-EOF-SW
002250     END-READ
002260     IF NOT END-OF-COMPANIES
002270         ADD 1 TO WS-CO-COUNT
002280         SET CO-IDX TO WS-CO-COUNT
002290         MOVE CO-CODE TO WS-C-CODE(CO-IDX)
002300         MOVE CO-NAME TO WS-C-NAME(CO-IDX)
002310         MOVE CO-FEIN TO WS-C-FEIN(CO-IDX)
002320         MOVE CO-STATE-ID TO WS-C-STATE-ID(CO-IDX)
002330         MOVE CO-STREET TO WS-C-STREET(CO-IDX)
002340         MOVE CO-CITY TO WS-C-CITY(CO-IDX)
002350         MOVE CO-STATE TO WS-C-STATE(CO-IDX)
002360         MOVE CO-ZIP TO WS-C-ZIP(CO-IDX)
002370     END-IF.
002380 1150-EXIT.
002390     EXIT.
002400
002410*----LEAVES CO-IDX ON ER-COMPANY'S ROW WHEN FOUND.
002420 1200-FIND-COMPANY.
002430     MOVE "N" TO WS-CO-FOUND-SW
002440     PERFORM 1250-MATCH-ONE-COMPANY THRU 1250-EXIT
002450         VARYING CO-IDX FROM 1 BY 1
002460         UNTIL CO-IDX > WS-CO-COUNT OR COMPANY-FOUND.
002470 1200-EXIT.
002480     EXIT.
002490
002500 1250-MATCH-ONE-COMPANY.
002510     IF WS-C-CODE(CO-IDX) = ER-COMPANY
002520         MOVE "Y" TO WS-CO-FOUND-SW
002530         SET CO-IDX DOWN BY 1
002540     END-IF.
002550 1250-EXIT.
002560     EXIT.
002570
002580*----A ZERO HIRE DATE IS STAFF FROM BEFORE THE DATE WAS KEPT -
002590*----NEVER A NEW HIRE.
002600 2000-CHECK-ONE-EMPLOYEE.
002610     READ EMPMAST NEXT RECORD
002620         AT END MOVE "Y" TO WS-EMP-EOF-SW
002630     END-READ
002640     IF END-OF-EMPLOYEES
002650         GO TO 2000-EXIT
002660     END-IF
002670     ADD 1 TO WS-READ-COUNT
002680     IF ER-HIRE-DATE NOT NUMERIC OR ER-HIRE-DATE = 0
002690         GO TO 2000-EXIT
002700     END-IF
002710     MOVE ER-SSnum TO NS-SSN
002720     MOVE ER-HIRE-DATE TO NS-HIRE-DATE
002730     READ NHSENT
002740         INVALID KEY
002750             CONTINUE
002760     END-READ
002770     IF WS-SENT-STATUS = "00"
002780         ADD 1 TO WS-ALREADY-COUNT
002790         GO TO 2000-EXIT
002800     END-IF
002810     MOVE SPACES TO WS-DETAIL-LINE
002820     CALL "SSNMASK" USING ER-SSnum, WS-MASKED-SSN
002830     MOVE WS-MASKED-SSN TO DL-SSN
002840     MOVE ER-NAME TO DL-NAME
002850     MOVE ER-HIRE-DATE TO DL-HIRE-DATE
002860     MOVE ER-COMPANY TO DL-COMPANY
002870     PERFORM 1200-FIND-COMPANY THRU 1200-EXIT
002880     IF NOT COMPANY-FOUND
002890         MOVE "HELD-NO COMPANY" TO DL-DISPOSITION
002900         ADD 1 TO WS-HELD-COUNT
002910         PERFORM 8300-PRINT-DETAIL THRU 8300-EXIT
002920         GO TO 2000-EXIT
002930     END-IF
002940     IF WS-PEND-COUNT >= 500
002950         MOVE "HELD-RUN FULL" TO DL-DISPOSITION
002960         ADD 1 TO WS-HELD-COUNT
002970         PERFORM 8300-PRINT-DETAIL THRU 8300-EXIT
002980         GO TO 2000-EXIT
002990     END-IF
003000     PERFORM 2100-WRITE-EXTRACT THRU 2100-EXIT
003010     PERFORM 2200-CHECK-LATE THRU 2200-EXIT
003020     PERFORM 8300-PRINT-DETAIL THRU 8300-EXIT.
003030 2000-EXIT.
003040     EXIT.
003050
003060 2100-WRITE-EXTRACT.
003070     MOVE ER-SSnum TO NX-SSN
003080     MOVE ER-NAME TO NX-NAME
003090     MOVE ER-HIRE-DATE TO NX-HIRE-DATE
003100     MOVE ER-WORK-STATE TO NX-WORK-STATE
003110     MOVE WS-C-FEIN(CO-IDX) TO NX-FEIN
003120     MOVE WS-C-STATE-ID(CO-IDX) TO NX-STATE-ID
003130     MOVE WS-C-NAME(CO-IDX) TO NX-EMPLOYER-NAME
003140     MOVE WS-C-STREET(CO-IDX) TO NX-STREET
003150     MOVE WS-C-CITY(CO-IDX) TO NX-CITY
003160     MOVE WS-C-STATE(CO-IDX) TO NX-STATE
003170     MOVE WS-C-ZIP(CO-IDX) TO NX-ZIP
003180     WRITE NHEXTR-REC
003190     ADD 1 TO WS-SENT-COUNT
003200     ADD 1 TO WS-PEND-COUNT
003210     SET PEND-IDX TO WS-PEND-COUNT
003220     MOVE ER-SSnum TO WS-P-SSN(PEND-IDX)
003230     MOVE ER-HIRE-DATE TO WS-P-HIRE-DATE(PEND-IDX)
003240     MOVE ER-COMPANY TO WS-P-COMPANY(PEND-IDX)
003250     MOVE "SENT" TO DL-DISPOSITION.
003260 2100-EXIT.
003270     EXIT.
003280
003290*----30/360 DAYS SINCE HIRE, THE SHOP'S AGING CONVENTION.
003300 2200-CHECK-LATE.
003310     MOVE ER-HIRE-DATE TO WS-HIRE-WORK
003320     COMPUTE WS-HIRE-AGE =
003330         ((WS-RD-YEAR - WS-HW-YEAR) * 360)
003340         + ((WS-RD-MONTH - WS-HW-MONTH) * 30)
003350         + (WS-RD-DAY - WS-HW-DAY)
003360     IF WS-HIRE-AGE > 20
003370         MOVE "SENT-LATE" TO DL-DISPOSITION
003380         ADD 1 TO WS-LATE-COUNT
003390     END-IF.
003400 2200-EXIT.
003410     EXIT.
003420
003430*----THE EXTRACT IS CLOSED BEFORE A SINGLE KEY IS REMEMBERED.
003440 3000-TERMINATE.
003450     IF RUN-OK
003460         CLOSE NHEXTR-OUT
003470         IF WS-PEND-COUNT > 0
003480             PERFORM 3100-REMEMBER-ONE THRU 3100-EXIT
003490                 VARYING PEND-IDX FROM 1 BY 1
003500                 UNTIL PEND-IDX > WS-PEND-COUNT
003510         END-IF
003520         MOVE SPACES TO WS-RPT-DETAIL
003530         MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
003540         STRING "NEW HIRES SENT - " WS-COUNT-EDIT
003550             DELIMITED BY SIZE INTO WS-RPT-DETAIL
003560         END-STRING
003570         PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT
003580         CLOSE EMPMAST
003590         CLOSE NHSENT
003600         CLOSE NH-RPT
003610     END-IF
003620     DISPLAY "NEWHIRE: EMPLOYEES READ - " WS-READ-COUNT
003630     DISPLAY "NEWHIRE: NEW HIRES SENT - " WS-SENT-COUNT
003640     DISPLAY "NEWHIRE: ALREADY REPORTED - " WS-ALREADY-COUNT
003650     IF WS-LATE-COUNT > 0
003660         DISPLAY "NEWHIRE: SENT PAST THE 20-DAY LIMIT - "
003670             WS-LATE-COUNT
003680     END-IF
003690     IF WS-HELD-COUNT > 0
003700         DISPLAY "NEWHIRE: HELD FOR THE NEXT RUN - "
003710             WS-HELD-COUNT
003720         IF RETURN-CODE < 4
003730             MOVE 4 TO RETURN-CODE
003740         END-IF
003750     END-IF.
003760 3000-EXIT.
003770     EXIT.
003780
003790 3100-REMEMBER-ONE.
003800     MOVE WS-P-SSN(PEND-IDX) TO NS-SSN
003810     MOVE WS-P-HIRE-DATE(PEND-IDX) TO NS-HIRE-DATE
003820     MOVE WS-RUN-DATE TO NS-SENT-DATE
003830     MOVE WS-P-COMPANY(PEND-IDX) TO NS-COMPANY
003840     WRITE NHSENT-REC
003850         INVALID KEY
003860             DISPLAY "NEWHIRE: NHSENT WRITE FAILED - "
003870                 WS-SENT-STATUS
003880     END-WRITE.
003890 3100-EXIT.
003900     EXIT.
003910
003920*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
003930*----WRITER SO EVERY REPORT IN THE SHOP LOOKS THE SAME.
003940 8000-PRINT-RPT-DETAIL.
003950     MOVE "D" TO WS-RPT-OP
003960     CALL "RPTWRITE" USING WS-RPT-CONTROL
003970     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
003980 8000-EXIT.
003990     EXIT.
004000
004010 8100-PRINT-RPT-TOTAL.
004020     MOVE "T" TO WS-RPT-OP
004030     CALL "RPTWRITE" USING WS-RPT-CONTROL
004040     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
004050 8100-EXIT.
004060     EXIT.
004070
004080 8200-FLUSH-RPT-LINES.
004090     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
004100         VARYING WS-RPT-IX FROM 1 BY 1
004110         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
004120 8200-EXIT.
004130     EXIT.
004140
004150 8250-WRITE-ONE-RPT-LINE.
004160     WRITE NH-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
004170 8250-EXIT.
004180     EXIT.
004190
004200 8300-PRINT-DETAIL.
004210     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL
004220     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
004230 8300-EXIT.
004240     EXIT.
