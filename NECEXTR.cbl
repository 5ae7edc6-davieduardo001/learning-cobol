000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NECEXTR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AP-INVOICING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - YEAR-END 1099-NEC EXTRACT, THE
000100*                   VENDOR COUNTERPART OF W2EXTR. THE NECCTL
000110*                   CONTROL RECORD NAMES THE CALENDAR YEAR. EVERY
000120*                   INVOICE APPAYRUN PAID THAT YEAR (THE PAID
000130*                   ITEMS ON APOPEN ARE THE AP CHECK HISTORY) IS
000140*                   TOTALLED BY VENDOR AT THE CASH ACTUALLY
000150*                   PAID, NET OF DISCOUNT. A VENDOR FLAGGED 1099
000160*                   ON VENDMAST AND PAID 600.00 OR MORE IS
000170*                   WRITTEN TO THE NECEXT EXTRACT WITH ITS TAX
000180*                   ID AND REMIT-TO ADDRESS. THE NECRPT CONTROL
000190*                   LISTING SHOWS EVERY VENDOR PAID AND BALANCES
000200*                   REPORTED, UNDER-THRESHOLD, AND NON-1099
000210*                   PAYMENTS TO THE YEAR'S TOTAL. A REPORTABLE
000220*                   VENDOR WITH NO TAX ID IS FLAGGED NO-TIN SO
000230*                   THE W-9 CAN BE CHASED BEFORE FILING.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT NECCTL-IN   ASSIGN TO NECCTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-CTL-STATUS.
000310     SELECT APOPEN      ASSIGN TO APOPEN
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AP-KEY
000350         FILE STATUS IS WS-AP-STATUS.
000360     SELECT VENDMAST    ASSIGN TO VENDMAST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS VM-VENDOR-ID
000400         FILE STATUS IS WS-VEND-STATUS.
000410     SELECT NECEXT-OUT  ASSIGN TO NECEXT
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT NEC-RPT     ASSIGN TO NECRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  NECCTL-IN.
000490 01  NECCTL-REC           PIC 9(4).
000500
000510 FD  APOPEN.
000520     COPY "APOPEN.cpy".
000530
000540 FD  VENDMAST.
000550     COPY "VENDMAST.cpy".
000560
000570*----ONE RECORD PER REPORTABLE VENDOR - BOX 1 NONEMPLOYEE
000580*----COMPENSATION
000590 FD  NECEXT-OUT.
000600 01  NECEXT-REC.
000610     05  NX-YEAR          PIC 9(4).
000620     05  NX-TIN           PIC X(9).
000630     05  NX-NAME          PIC X(30).
000640     05  NX-ADDR          PIC X(30).
000650     05  NX-CITY          PIC X(20).
000660     05  NX-STATE         PIC X(2).
000670     05  NX-ZIP           PIC X(10).
000680     05  NX-NEC-AMT       PIC 9(9)V99.
000690
000700 FD  NEC-RPT.
000710 01  NEC-RPT-REC          PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
000750 01  WS-AP-STATUS         PIC X(2) VALUE SPACES.
000760 01  WS-VEND-STATUS       PIC X(2) VALUE SPACES.
000770 01  WS-CTL-EOF-SW        PIC X(1) VALUE "N".
000780     88  NO-CONTROL-REC       VALUE "Y".
000790 01  WS-AP-EOF-SW         PIC X(1) VALUE "N".
000800     88  END-OF-PAYABLES      VALUE "Y".
000810 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000820     88  RUN-FILES-OPEN       VALUE "Y".
000830 01  WS-VEND-OPEN-SW      PIC X(1) VALUE "N".
000840     88  VENDMAST-OPEN        VALUE "Y".
000850 01  WS-TAX-YEAR          PIC 9(4) VALUE 0.
000860 01  WS-THRESHOLD         PIC 9(5)V99 VALUE 600.00.
000870 01  WS-PAID-DATE         PIC 9(8) VALUE 0.
000880 01  WS-PAID-DATE-R REDEFINES WS-PAID-DATE.
000890     05  WS-PAID-YEAR     PIC 9(4).
000900     05  WS-PAID-MMDD     PIC 9(4).
000910 01  WS-CUR-VENDOR        PIC X(6) VALUE SPACES.
000920 01  WS-VENDOR-PAID       PIC 9(9)V99 VALUE 0.
000930 01  WS-WORK-TIN          PIC 9(9) VALUE 0.
000940 01  WS-MASKED-TIN        PIC X(11) VALUE SPACES.
000950 01  WS-VENDOR-COUNT      PIC 9(5) COMP VALUE 0.
000960 01  WS-REPORTED-COUNT    PIC 9(5) COMP VALUE 0.
000970 01  WS-NO-TIN-COUNT      PIC 9(5) COMP VALUE 0.
000980 01  WS-ORPHAN-COUNT      PIC 9(5) COMP VALUE 0.
000990 01  WS-TOT-PAID          PIC 9(11)V99 VALUE 0.
001000 01  WS-TOT-REPORTED      PIC 9(11)V99 VALUE 0.
001010 01  WS-TOT-UNDER         PIC 9(11)V99 VALUE 0.
001020 01  WS-TOT-NOT-1099      PIC 9(11)V99 VALUE 0.
001030 01  WS-TOT-CHECK         PIC 9(11)V99 VALUE 0.
001040 01  WS-DETAIL-LINE.
001050     05  DL-VENDOR-ID     PIC X(6).
001060     05  FILLER           PIC X(1) VALUE SPACE.
001070     05  DL-NAME          PIC X(30).
001080     05  FILLER           PIC X(1) VALUE SPACE.
001090     05  DL-TIN           PIC X(11).
001100     05  FILLER           PIC X(1) VALUE SPACE.
001110     05  DL-PAID          PIC Z,ZZZ,ZZ9.99.
001120     05  FILLER           PIC X(1) VALUE SPACE.
001130     05  DL-FLAG          PIC X(9).
001140 01  WS-TOTAL-LINE.
001150     05  TL-LABEL         PIC X(20).
001160     05  TL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001170 01  WS-COUNT-LINE.
001180     05  CL-LABEL         PIC X(25).
001190     05  CL-COUNT         PIC ZZZZ9.
001200
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001240     PERFORM 2000-SUM-ONE-PAYABLE THRU 2000-EXIT
001250         UNTIL END-OF-PAYABLES
001260     IF WS-CUR-VENDOR NOT = SPACES
001270         PERFORM 3000-VENDOR-TOTAL THRU 3000-EXIT
001280     END-IF
001290     PERFORM 4000-CONTROL-PAGE THRU 4000-EXIT
001300     PERFORM 5000-TERMINATE THRU 5000-EXIT
001310     GOBACK.
001320
001330*----NO TAX YEAR, NO EXTRACT - A GUESSED YEAR FILES THE WRONG
001340*----PAYMENTS WITH THE IRS.
001350 1000-INITIALIZE.
001360     OPEN INPUT NECCTL-IN
001370     IF WS-CTL-STATUS NOT = "00"
001380         DISPLAY "NECEXTR: NO NECCTL TAX YEAR CONTROL - "
001390             "RUN REFUSED"
001400         MOVE 12 TO RETURN-CODE
001410         MOVE "Y" TO WS-AP-EOF-SW
001420         GO TO 1000-EXIT
001430     END-IF
001440     READ NECCTL-IN
001450         AT END MOVE "Y" TO WS-CTL-EOF-SW
001460     END-READ
001470     CLOSE NECCTL-IN
001480     IF NO-CONTROL-REC OR NECCTL-REC NOT NUMERIC
001490         OR NECCTL-REC = 0
001500         DISPLAY "NECEXTR: NECCTL EMPTY OR ZERO - RUN REFUSED"
001510         MOVE 12 TO RETURN-CODE
001520         MOVE "Y" TO WS-AP-EOF-SW
001530         GO TO 1000-EXIT
001540     END-IF
001550     MOVE NECCTL-REC TO WS-TAX-YEAR
001560     OPEN INPUT APOPEN
001570     IF WS-AP-STATUS NOT = "00"
001580         DISPLAY "NECEXTR: UNABLE TO OPEN APOPEN - STATUS "
001590             WS-AP-STATUS
001600         MOVE 8 TO RETURN-CODE
001610         MOVE "Y" TO WS-AP-EOF-SW
001620         GO TO 1000-EXIT
001630     END-IF
001640     OPEN INPUT VENDMAST
001650     IF WS-VEND-STATUS = "00"
001660         MOVE "Y" TO WS-VEND-OPEN-SW
001670     ELSE
001680         DISPLAY "NECEXTR: VENDMAST UNAVAILABLE - VENDORS WILL "
001690             "FLAG AS ORPHANS"
001700     END-IF
001710     OPEN OUTPUT NECEXT-OUT
001720     OPEN OUTPUT NEC-RPT
001730     MOVE "Y" TO WS-FILES-OPEN-SW
001740     MOVE LOW-VALUES TO AP-KEY
001750     START APOPEN KEY IS NOT LESS THAN AP-KEY
001760         INVALID KEY MOVE "Y" TO WS-AP-EOF-SW
001770     END-START
001780     IF NOT END-OF-PAYABLES
001790         PERFORM 1100-READ-PAYABLE THRU 1100-EXIT
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830
001840 1100-READ-PAYABLE.
001850     READ APOPEN NEXT RECORD
001860         AT END MOVE "Y" TO WS-AP-EOF-SW
001870     END-READ.
001880 1100-EXIT.
001890     EXIT.
001900
001910*----APOPEN IS IN VENDOR ORDER - A CHANGE OF VENDOR CLOSES THE
001920*----ONE BEHIND. ONLY INVOICES PAID IN THE TAX YEAR COUNT.
001930 2000-SUM-ONE-PAYABLE.
001940     IF AP-VENDOR-ID NOT = WS-CUR-VENDOR
001950         IF WS-CUR-VENDOR NOT = SPACES
001960             PERFORM 3000-VENDOR-TOTAL THRU 3000-EXIT
001970         END-IF
001980         MOVE AP-VENDOR-ID TO WS-CUR-VENDOR
001990         MOVE 0 TO WS-VENDOR-PAID
002000     END-IF
002010     IF NOT AP-IS-PAID OR AP-PAID-DATE NOT NUMERIC
002020         GO TO 2000-NEXT
002030     END-IF
002040     MOVE AP-PAID-DATE TO WS-PAID-DATE
002050     IF WS-PAID-YEAR NOT = WS-TAX-YEAR
002060         GO TO 2000-NEXT
002070     END-IF
002080     COMPUTE WS-VENDOR-PAID = WS-VENDOR-PAID
002090         + AP-AMOUNT - AP-DISC-TAKEN.
002100 2000-NEXT.
002110     PERFORM 1100-READ-PAYABLE THRU 1100-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140
002150 3000-VENDOR-TOTAL.
002160     IF WS-VENDOR-PAID = 0
002170         GO TO 3000-EXIT
002180     END-IF
002190     ADD 1 TO WS-VENDOR-COUNT
002200     ADD WS-VENDOR-PAID TO WS-TOT-PAID
002210     MOVE SPACES TO WS-DETAIL-LINE
002220     MOVE WS-CUR-VENDOR TO DL-VENDOR-ID
002230     MOVE WS-VENDOR-PAID TO DL-PAID
002240     IF VENDMAST-OPEN
002250         MOVE WS-CUR-VENDOR TO VM-VENDOR-ID
002260         READ VENDMAST
002270             INVALID KEY
002280                 MOVE SPACES TO VM-NAME
002290         END-READ
002300     ELSE
002310         MOVE SPACES TO VM-NAME
002320     END-IF
002330     IF VM-NAME = SPACES
002340         MOVE "NOT ON VENDMAST" TO DL-NAME
002350         MOVE "NO-MASTER" TO DL-FLAG
002360         ADD 1 TO WS-ORPHAN-COUNT
002370         ADD WS-VENDOR-PAID TO WS-TOT-NOT-1099
002380         GO TO 3000-PRINT
002390     END-IF
002400     MOVE VM-NAME TO DL-NAME
002410*----ONLY THE MASKED FORM OF THE TAX ID EVER PRINTS - A SOLE
002420*----PROPRIETOR'S TAX ID IS AN SSN. SEE SSNMASK.
002430     IF VM-TAX-ID NUMERIC
002440         MOVE VM-TAX-ID TO WS-WORK-TIN
002450         CALL "SSNMASK" USING WS-WORK-TIN, WS-MASKED-TIN
002460         MOVE WS-MASKED-TIN TO DL-TIN
002470     END-IF
002480     EVALUATE TRUE
002490         WHEN NOT VM-1099-REPORTABLE
002500             MOVE "NOT 1099" TO DL-FLAG
002510             ADD WS-VENDOR-PAID TO WS-TOT-NOT-1099
002520         WHEN WS-VENDOR-PAID < WS-THRESHOLD
002530             MOVE "UNDER 600" TO DL-FLAG
002540             ADD WS-VENDOR-PAID TO WS-TOT-UNDER
002550         WHEN OTHER
002560             PERFORM 3100-WRITE-EXTRACT THRU 3100-EXIT
002570     END-EVALUATE.
002580 3000-PRINT.
002590     WRITE NEC-RPT-REC FROM WS-DETAIL-LINE.
002600 3000-EXIT.
002610     EXIT.
002620
002630*----A REPORTABLE VENDOR STILL GOES ON THE EXTRACT WITHOUT ITS
002640*----TAX ID, FLAGGED, SO THE FILING IS COMPLETE ONCE THE W-9 IS
002650*----IN AND VENDMAINT HAS KEYED IT.
002660 3100-WRITE-EXTRACT.
002670     MOVE WS-TAX-YEAR TO NX-YEAR
002680     MOVE VM-TAX-ID TO NX-TIN
002690     MOVE VM-NAME TO NX-NAME
002700     MOVE VM-REMIT-ADDR TO NX-ADDR
002710     MOVE VM-REMIT-CITY TO NX-CITY
002720     MOVE VM-REMIT-STATE TO NX-STATE
002730     MOVE VM-REMIT-ZIP TO NX-ZIP
002740     MOVE WS-VENDOR-PAID TO NX-NEC-AMT
002750     WRITE NECEXT-REC
002760     ADD 1 TO WS-REPORTED-COUNT
002770     ADD WS-VENDOR-PAID TO WS-TOT-REPORTED
002780     IF VM-TAX-ID NOT NUMERIC OR VM-TAX-ID = ZERO
002790         MOVE "NO-TIN" TO DL-FLAG
002800         MOVE "NO TIN ON FILE" TO DL-TIN
002810         ADD 1 TO WS-NO-TIN-COUNT
002820     ELSE
002830         MOVE "REPORTED" TO DL-FLAG
002840     END-IF.
002850 3100-EXIT.
002860     EXIT.
002870
002880*----REPORTED, UNDER-THRESHOLD, AND NON-1099 PAYMENTS MUST ADD
002890*----BACK TO EVERYTHING PAID IN THE YEAR.
002900 4000-CONTROL-PAGE.
002910     IF RETURN-CODE = 12 OR RETURN-CODE = 8
002920         GO TO 4000-EXIT
002930     END-IF
002940     MOVE SPACES TO NEC-RPT-REC
002950     WRITE NEC-RPT-REC
002960     MOVE "VENDORS PAID:            " TO CL-LABEL
002970     MOVE WS-VENDOR-COUNT TO CL-COUNT
002980     WRITE NEC-RPT-REC FROM WS-COUNT-LINE
002990     MOVE "1099-NEC RECORDS WRITTEN:" TO CL-LABEL
003000     MOVE WS-REPORTED-COUNT TO CL-COUNT
003010     WRITE NEC-RPT-REC FROM WS-COUNT-LINE
003020     MOVE "REPORTABLE WITH NO TIN:  " TO CL-LABEL
003030     MOVE WS-NO-TIN-COUNT TO CL-COUNT
003040     WRITE NEC-RPT-REC FROM WS-COUNT-LINE
003050     MOVE "VENDORS NOT ON VENDMAST: " TO CL-LABEL
003060     MOVE WS-ORPHAN-COUNT TO CL-COUNT
003070     WRITE NEC-RPT-REC FROM WS-COUNT-LINE
003080     MOVE "TOTAL PAYMENTS      " TO TL-LABEL
003090     MOVE WS-TOT-PAID TO TL-AMOUNT
003100     WRITE NEC-RPT-REC FROM WS-TOTAL-LINE
003110     MOVE "  1099-NEC REPORTED " TO TL-LABEL
003120     MOVE WS-TOT-REPORTED TO TL-AMOUNT
003130     WRITE NEC-RPT-REC FROM WS-TOTAL-LINE
003140     MOVE "  UNDER THRESHOLD   " TO TL-LABEL
003150     MOVE WS-TOT-UNDER TO TL-AMOUNT
003160     WRITE NEC-RPT-REC FROM WS-TOTAL-LINE
003170     MOVE "  NOT REPORTABLE    " TO TL-LABEL
003180     MOVE WS-TOT-NOT-1099 TO TL-AMOUNT
003190     WRITE NEC-RPT-REC FROM WS-TOTAL-LINE
003200     COMPUTE WS-TOT-CHECK = WS-TOT-REPORTED + WS-TOT-UNDER
003210         + WS-TOT-NOT-1099
003220     MOVE SPACES TO NEC-RPT-REC
003230     IF WS-TOT-CHECK = WS-TOT-PAID
003240         MOVE "CONTROL TOTALS BALANCE" TO NEC-RPT-REC
003250     ELSE
003260         MOVE "CONTROL TOTALS OUT OF BALANCE" TO NEC-RPT-REC
003270         MOVE 8 TO RETURN-CODE
003280     END-IF
003290     WRITE NEC-RPT-REC.
003300 4000-EXIT.
003310     EXIT.
003320
003330 5000-TERMINATE.
003340     DISPLAY "NECEXTR: VENDORS PAID - " WS-VENDOR-COUNT
003350     DISPLAY "NECEXTR: 1099-NEC RECORDS - " WS-REPORTED-COUNT
003360     DISPLAY "NECEXTR: MISSING TAX IDS - " WS-NO-TIN-COUNT
003370     IF NOT RUN-FILES-OPEN
003380         GO TO 5000-EXIT
003390     END-IF
003400     CLOSE APOPEN
003410     IF VENDMAST-OPEN
003420         CLOSE VENDMAST
003430     END-IF
003440     CLOSE NECEXT-OUT
003450     CLOSE NEC-RPT
003460     IF RETURN-CODE = 0
003470         AND (WS-NO-TIN-COUNT > 0 OR WS-ORPHAN-COUNT > 0)
003480         MOVE 4 TO RETURN-CODE
003490     END-IF.
003500 5000-EXIT.
003510     EXIT.
