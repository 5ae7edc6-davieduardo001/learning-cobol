000590*                   THAT COMPANY'S OWN RUN AND COUNTED ON THE
000600*                   CONTROL SUMMARY, SO EACH COMPANY'S
000610*                   STATEMENTS AND TOTALS STAND ALONE.
000611*   2026-10-15  DP  EACH PRINTED INVOICE LINE IS FOLLOWED BY ITS
000612*                   ITEM LINES - CATALOG DESCRIPTION, QUANTITY AND
000613*                   AMOUNT FROM THE STMTDTL FILE INVTOTAL WRITES.
000614*                   THE ITEM LINES ARE MEMO ONLY AND ARE NOT
000615*                   TOTALLED OR ARCHIVED.
000616*   2026-10-15  DP  A LINE DATED IN AN ACCOUNTING MONTH CLOSED FOR
000617*                   THE CUSTOMER'S COMPANY (PERDCHK) NO LONGER
000618*                   PRINTS - IT IS LISTED ON STMTORPH MARKED
000619*                   CLOSED PERIOD AND COUNTED ON THE CONTROL
000620*                   SUMMARY, MATCHING CASHRCPT, WHICH REFUSES IT
000621*                   TO CASHREJ.
000622*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID CUSTSTMT
000623*                   AND THE COMPSEL COMPANY FOR THE RPTSPOOL
000624*                   DISTRIBUTION RUN.
000625*   2026-10-15  DP  A PRINT CUSTOMER WHOSE ADDRESS RETMAIL HAS
000626*                   FLAGGED BAD IS HELD - NO PRINTED STATEMENT,
000627*                   THE CUSTOMER LISTED ON THE NEWADDR REPORT
000628*                   THROUGH NEWADDR, THE LINES STILL ARCHIVED FOR
000629*                   STMTREPR AND THE HELD COUNT AND TOTAL SHOWN ON
000630*                   THE CONTROL SUMMARY. ELECTRONIC CUSTOMERS ARE
000631*                   NOT AFFECTED.
000632*   2026-10-15  DP  NATIONAL ACCOUNTS - A BRANCH'S LINES SORT IN
000633*                   BEHIND ITS PARENT AND PRINT ON ONE
000634*                   CONSOLIDATED STATEMENT UNDER THE PARENT'S
000635*                   HEADING, EACH BRANCH IN ITS OWN SECTION WITH A
000636*                   BRANCH SUBTOTAL AND THE FAMILY TOTAL AT THE
000637*                   END. DELIVERY CHANNEL AND BAD-ADDRESS HOLD
000638*                   FOLLOW THE PARENT. A FAILED MASTER READ NO
000639*                   LONGER LOOKS LIKE A CLOSED MASTER.
000640*   2026-10-15  DP  CHECKPOINT EVERY 100 STATEMENTS TO STMTCKPT -
000641*                   A RERUN AFTER A FAILURE CUTS THE OUTPUTS BACK
000642*                   TO THE CHECKPOINT AND CARRIES ON FROM THERE.
000643*   2026-10-15  DP  THE SHARED RPTSPOOL REPORT SPOOL AND THE
000644*                   NEWADDR NEEDS-NEW-ADDRESS LIST ARE NOW COUNTED
000645*                   ON STMTCKPT AND CUT BACK WITH THE OTHER
000646*                   OUTPUTS ON A RESTART, SO A RERUN DOES NOT ADD
000647*                   THEIR LINES AFTER THE CHECKPOINT TWICE.
000648*---------------------------------------------------------------
000649 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000651 FILE-CONTROL.
000660     SELECT CUSTMAST      ASSIGN TO CUSTMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-INV-STATUS.
000770     SELECT STMT-RPT-OUT  ASSIGN TO STMTOUT
000780         ORGANIZATION IS LINE SEQUENTIAL
000781         FILE STATUS IS WS-OUT-STATUS.
000790     SELECT ORPHAN-RPT    ASSIGN TO STMTORPH
000800         ORGANIZATION IS LINE SEQUENTIAL
000801         FILE STATUS IS WS-OUT-STATUS.
000810     SELECT STMT-ARCH     ASSIGN TO STMTARCH
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ARCH-STATUS.
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-PREF-STATUS.
000900     SELECT ESTMT-OUT     ASSIGN TO ESTMT
000910         ORGANIZATION IS LINE SEQUENTIAL
000911         FILE STATUS IS WS-OUT-STATUS.
000912     SELECT STMT-DTL-IN   ASSIGN TO STMTDTL
000913         ORGANIZATION IS LINE SEQUENTIAL
000914         FILE STATUS IS WS-DTL-STATUS.
000915     SELECT STMTCKPT-IO   ASSIGN TO STMTCKPT
000916         ORGANIZATION IS LINE SEQUENTIAL
000917         FILE STATUS IS WS-CKP-STATUS.
000918     SELECT CKP-SAVE      ASSIGN TO STMTCKSV
000919         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SAVE-STATUS.
000921     SELECT SPOOL-IO      ASSIGN TO RPTSPOOL
000922         ORGANIZATION IS LINE SEQUENTIAL
000923         FILE STATUS IS WS-SPOOL-STATUS.
000924     SELECT NEWADDR-IO    ASSIGN TO NEWADDR
000925         ORGANIZATION IS LINE SEQUENTIAL
000926         FILE STATUS IS WS-NA-STATUS.
000927     SELECT SORT-WORK     ASSIGN TO SORTWK.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 SD  SORT-WORK.
000970 01  SORT-REC.
000971*----NATIONAL ACCOUNT FAMILY - THE PARENT'S IDENT FOR A BRANCH,
000972*----THE CUSTOMER'S OWN OTHERWISE. THE PARENT'S LINES SORT AHEAD
000973*----OF ITS BRANCHES.
000974     05  SS-FAMILY-ID     PIC X(7).
000975     05  SS-MEMBER-SEQ    PIC X(1).
000980     05  SS-CUST-ID       PIC X(7).
000990     05  SS-DESCRIPTION   PIC X(20).
001000     05  SS-AMOUNT        PIC S9(6)V99
001520     05  EX-AMOUNT        PIC S9(6)V99
001530                          SIGN IS LEADING SEPARATE.
001540     05  EX-INV-DATE      PIC 9(8).
001541
001542*----PRICED LINES BEHIND TONIGHT'S INVOICES, WRITTEN BY INVTOTAL.
001543 FD  STMT-DTL-IN.
001544 01  STMT-DTL-REC.
001545     05  SD-CUST-ID       PIC X(7).
001546     05  SD-INV-ID        PIC X(6).
001547     05  SD-DESC          PIC X(20).
001548     05  SD-QTY           PIC 9(5).
001549     05  SD-AMOUNT        PIC 9(7)V99.
001550
001551*----RESTART CHECKPOINT, TAKEN AT A STATEMENT BREAK - THE SORTED
001552*----LINES FULLY WORKED, THE RUNNING COUNTS AND TOTALS FOR THE
001553*----CONTROL SUMMARY, THE REPORT PAGE, AND HOW MANY RECORDS EACH
001554*----OUTPUT HELD AT THAT MOMENT (IN WS-OUT-COUNT ORDER). ONE
001555*----RECORD, REPLACED AT EVERY CHECKPOINT AND EMPTIED WHEN THE
001556*----STEP ENDS CLEAN.
001557 FD  STMTCKPT-IO.
001558 01  STMTCKPT-REC.
001559     05  SK-SORT-DONE     PIC 9(7).
001560     05  SK-STMT-COUNT    PIC 9(5).
001561     05  SK-PRINTED       PIC 9(5).
001562     05  SK-ORPHAN        PIC 9(5).
001563     05  SK-OTHER-CO      PIC 9(5).
001564     05  SK-PRINT-STMTS   PIC 9(5).
001565     05  SK-ELEC-STMTS    PIC 9(5).
001566     05  SK-ELEC-LINES    PIC 9(5).
001567     05  SK-HELD-STMTS    PIC 9(5).
001568     05  SK-CONSOL-STMTS  PIC 9(5).
001569     05  SK-CLOSED        PIC 9(5).
001570     05  SK-GRAND-TOT     PIC S9(9)V99
001571                          SIGN IS LEADING SEPARATE.
001572     05  SK-PRINT-TOT     PIC S9(9)V99
001573                          SIGN IS LEADING SEPARATE.
001574     05  SK-ELEC-TOT      PIC S9(9)V99
001575                          SIGN IS LEADING SEPARATE.
001576     05  SK-HELD-TOT      PIC S9(9)V99
001577                          SIGN IS LEADING SEPARATE.
001578     05  SK-ORPHAN-AMT    PIC S9(8)V99
001579                          SIGN IS LEADING SEPARATE.
001580     05  SK-CLOSED-AMT    PIC S9(8)V99
001581                          SIGN IS LEADING SEPARATE.
001582     05  SK-RPT-PAGE      PIC 9(3).
001583     05  SK-OUT-COUNT     PIC 9(9) OCCURS 6 TIMES.
001584
001585*----HOLDS THE RECORDS OF ONE OUTPUT UP TO THE CHECKPOINT WHILE A
001586*----RESTART REBUILDS IT.
001587 FD  CKP-SAVE.
001588 01  CKP-SAVE-REC         PIC X(98).
001589
001590*----THE SHARED REPORT SPOOL RPTWRITE ADDS THIS RUN'S REPORT TO,
001591*----AND THE NEEDS-NEW-ADDRESS LIST NEWADDR ADDS HELD CUSTOMERS
001592*----TO. OPENED HERE ONLY TO COUNT THEM AND CUT THEM BACK ON A
001593*----RESTART.
001594 FD  SPOOL-IO.
001595 01  SPOOL-IO-REC         PIC X(82).
001596
001597 FD  NEWADDR-IO.
001598 01  NEWADDR-IO-REC       PIC X(98).
001599
001600 WORKING-STORAGE SECTION.
001601 01  WS-CUST-STATUS        PIC X(2) VALUE SPACES.
001602 01  WS-ARCH-STATUS        PIC X(2) VALUE SPACES.
001603 01  WS-STIN-STATUS        PIC X(2) VALUE SPACES.
001604 01  WS-STMT-DATE          PIC 9(8) VALUE 0.
001610 01  WS-SAVED-RC           PIC 9(4) VALUE 0.
001620 01  WS-LOCK-FILE          PIC X(8) VALUE "CUSTMAST".
001630 01  WS-LOCK-ACTION        PIC X(1) VALUE SPACE.
001750     05  CL-DESCRIPTION    PIC X(20).
001760     05  CL-AMOUNT         PIC S9(6)V99.
001770     05  CL-INV-DATE       PIC 9(8).
001771     05  CL-FAMILY-ID      PIC X(7).
001780 01  WS-PREV-CUST-ID       PIC X(7) VALUE SPACES.
001781 01  WS-PREV-FAMILY-ID     PIC X(7) VALUE SPACES.
001782*----THE CUSTOMER WHOSE HEADING IS BEING BUILT - THE PARENT OF A
001783*----FAMILY, OR A CUSTOMER THAT STANDS ALONE.
001784 01  WS-VERIFY-ID          PIC X(7) VALUE SPACES.
001785 01  WS-MAST-OPEN-SW       PIC X(1) VALUE "N".
001786     88  CUSTMAST-IS-OPEN      VALUE "Y".
001787 01  WS-FAM-LAST-ID        PIC X(7) VALUE SPACES.
001788 01  WS-FAM-RESULT         PIC X(7) VALUE SPACES.
001789 01  WS-PARENT-9           PIC 9(7) VALUE 0.
001790 01  WS-MEMBER-LINES       PIC 9(5) COMP VALUE 0.
001791 01  WS-BRANCH-COUNT       PIC 9(5) COMP VALUE 0.
001792 01  WS-FAMILY-TOTAL       PIC S9(9)V99 VALUE 0.
001793 01  WS-CONSOL-STMTS       PIC 9(5) COMP VALUE 0.
001794 01  WS-FIRST-SW           PIC X(1) VALUE "Y".
001800     88  FIRST-STMT-LINE       VALUE "Y".
001810 01  WS-SL-ID-9            PIC 9(7) VALUE 0.
001820 01  WS-CUST-FOUND-SW      PIC X(1) VALUE "N".
002090 01  WS-ELEC-STMTS         PIC 9(5) COMP VALUE 0.
002100 01  WS-ELEC-LINE-COUNT    PIC 9(5) COMP VALUE 0.
002110 01  WS-PRINT-TOT          PIC S9(9)V99 VALUE 0.
002111 01  WS-ELEC-TOT           PIC S9(9)V99 VALUE 0.
002112*----A PRINT CUSTOMER WHOSE ADDRESS RETMAIL HAS FLAGGED BAD IS
002113*----HELD - ARCHIVED AND TOTALLED BUT NOT PRINTED, AND LISTED ON
002114*----THE NEWADDR REPORT THROUGH NEWADDR.
002115 01  WS-HELD-SW            PIC X(1) VALUE "N".
002116     88  STMT-HELD-BAD-ADDR    VALUE "Y".
002117 01  WS-HELD-STMTS         PIC 9(5) COMP VALUE 0.
002118 01  WS-HELD-TOT           PIC S9(9)V99 VALUE 0.
002119 01  WS-NA-DOCUMENT        PIC X(16) VALUE "STATEMENT".
002130 01  WS-PREF-TABLE.
002140     05  WS-PREF-ENTRY     OCCURS 999 TIMES
002150                           INDEXED BY PF-IDX.
002160         10  WS-P-CUST-ID  PIC X(7).
002170         10  WS-P-CHANNEL  PIC X(1).
002180 01  WS-ORPHAN-AMT-TOTAL   PIC S9(8)V99 VALUE 0.
002181 01  WS-DTL-STATUS         PIC X(2) VALUE SPACES.
002182 01  WS-DTL-EOF-SW         PIC X(1) VALUE "N".
002183     88  NO-MORE-DETAIL        VALUE "Y".
002184 01  WS-DTL-COUNT          PIC 9(4) COMP VALUE 0.
002185 01  WS-DTL-INV-ID         PIC X(6) VALUE SPACES.
002186 01  WS-DTL-TABLE.
002187     05  WS-DTL-ENTRY      OCCURS 999 TIMES
002188                           INDEXED BY DT-IDX.
002189         10  WS-D-CUST-ID  PIC X(7).
002190         10  WS-D-INV-ID   PIC X(6).
002191         10  WS-D-DESC     PIC X(20).
002192         10  WS-D-QTY      PIC 9(5).
002193         10  WS-D-AMOUNT   PIC 9(7)V99.
002194*----ITEM LINE PRINTED UNDER ITS INVOICE - MEMO ONLY, THE
002195*----INVOICE LINE ABOVE IT CARRIES THE AMOUNT THAT IS OWED.
002196 01  WS-ITEM-LINE.
002197     05  FILLER            PIC X(8) VALUE SPACES.
002198     05  IL-DESC           PIC X(20).
002199     05  FILLER            PIC X(5) VALUE " QTY ".
002200     05  IL-QTY            PIC ZZZZ9.
002201     05  FILLER            PIC X(1) VALUE SPACE.
002202     05  IL-AMOUNT         PIC $$,$$$,$$9.99.
002203 01  dollar                 pic $$,$$,$$9.99CR.
002204 01  WS-RPT-LINE.
002210     05  RL-CUST-ID        PIC X(7).
002220     05  FILLER            PIC X(1) VALUE SPACE.
002230     05  RL-DESCRIPTION    PIC X(20).
002380     05  HC-STATE          PIC X(2).
002390     05  FILLER            PIC X(1)  VALUE SPACE.
002400     05  HC-POSTAL         PIC X(9).
002401 01  WS-HDG-BRANCH-LINE.
002402     05  FILLER            PIC X(10) VALUE "BRANCH:   ".
002403     05  HB-NAME           PIC X(20).
002404     05  FILLER            PIC X(2)  VALUE SPACES.
002405     05  HB-IDENT          PIC X(7).
002410 01  WS-ORPHAN-LINE.
002420     05  XL-CUST-ID        PIC X(7).
002430     05  FILLER            PIC X(1)  VALUE SPACE.
002440     05  XL-DESCRIPTION    PIC X(20).
002450     05  FILLER            PIC X(1)  VALUE SPACE.
002460     05  XL-AMOUNT         PIC $$,$$,$$9.99CR.
002461     05  FILLER            PIC X(1)  VALUE SPACE.
002462     05  XL-NOTE           PIC X(13) VALUE SPACES.
002463*----ACCOUNTING PERIOD CHECK - SEE PERDCHK. A LINE DATED IN A
002464*----MONTH ALREADY CLOSED FOR THE CUSTOMER'S COMPANY WILL NOT
002465*----POST TO THE OPEN ITEMS, SO IT DOES NOT PRINT EITHER.
002466 01  WS-PERD-RESULT        PIC X(1) VALUE SPACE.
002467     88  PERIOD-IS-CLOSED      VALUE "C".
002468 01  WS-CLOSED-COUNT       PIC 9(5) COMP VALUE 0.
002469 01  WS-CLOSED-AMT-TOTAL   PIC S9(8)V99 VALUE 0.
002470 01  WS-CUST-TOTAL-LINE.
002480     05  CT-LABEL          PIC X(16)
002490                           VALUE "CUSTOMER TOTAL: ".
002500     05  CT-AMOUNT         PIC $$,$$$,$$9.99CR.
002501 01  WS-FAMILY-TOTAL-LINE.
002502     05  FILLER            PIC X(16)
002503                           VALUE "FAMILY TOTAL:   ".
002504     05  FT-AMOUNT         PIC $$,$$$,$$9.99CR.
002510 01  WS-GRAND-TOTAL-LINE.
002520     05  FILLER            PIC X(16)
002530                           VALUE "COMPANY TOTAL:  ".
002710     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002720     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002730     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002731     05  WS-RPT-ID          PIC X(8) VALUE "CUSTSTMT".
002732     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002740 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002750
002760*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
002810 01  WS-LOG-REJECTS         PIC 9(7) VALUE 0.
002820 01  WS-LOG-RC              PIC 9(4) VALUE 0.
002830 01  WS-CTL-AMOUNT          PIC 9(11)V99 VALUE 0.
002831*----CHECKPOINT/RESTART. A CHECKPOINT IS TAKEN EVERY
002832*----WS-CKP-INTERVAL STATEMENTS. THE OUTPUTS ARE NUMBERED FOR THE
002833*----RECORD COUNTS AND THE RESTART COPY - 1 STMTOUT, 2 STMTORPH,
002834*----3 ESTMT, 4 STMTARCH, 5 RPTSPOOL, 6 NEWADDR. THE ARCHIVE, THE
002835*----SPOOL AND THE NEWADDR LIST ARE APPENDED TO, SO THEIR COUNTS
002836*----START AT WHAT WAS ALREADY ON FILE.
002837 01  WS-OUT-STATUS          PIC X(2) VALUE SPACES.
002838 01  WS-CKP-STATUS          PIC X(2) VALUE SPACES.
002839 01  WS-SAVE-STATUS         PIC X(2) VALUE SPACES.
002840 01  WS-SPOOL-STATUS        PIC X(2) VALUE SPACES.
002841 01  WS-NA-STATUS           PIC X(2) VALUE SPACES.
002842 01  WS-OPEN-RESULT         PIC X(2) VALUE SPACES.
002843 01  WS-RESTART-SW          PIC X(1) VALUE "N".
002844     88  RESTART-RUN            VALUE "Y".
002845 01  WS-RESTORE-SW          PIC X(1) VALUE SPACE.
002846     88  RESTORE-FAILED         VALUE "F".
002847 01  WS-PASS-SW             PIC X(1) VALUE "N".
002848     88  PASS-STARTED           VALUE "Y".
002849 01  WS-COPY-EOF-SW         PIC X(1) VALUE "N".
002850     88  END-OF-COPY            VALUE "Y".
002851 01  WS-CKP-INTERVAL        PIC 9(3) VALUE 100.
002852 01  WS-CKP-STMT-COUNT      PIC 9(3) COMP VALUE 0.
002853 01  WS-CKP-FX              PIC 9(1) VALUE 0.
002854 01  WS-COPY-COUNT          PIC 9(9) COMP VALUE 0.
002855 01  WS-COPY-KEEP           PIC 9(9) COMP VALUE 0.
002856 01  WS-SORT-RETURNED       PIC 9(7) COMP VALUE 0.
002857 01  WS-SORT-DONE           PIC 9(7) VALUE 0.
002858 01  WS-HOLD-PAGE           PIC 9(3) VALUE 0.
002859 01  WS-OUT-COUNTS.
002860     05  WS-OUT-COUNT       PIC 9(9) COMP OCCURS 6 TIMES.
002861 PROCEDURE DIVISION.
002862 0000-MAINLINE.
002863     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870*----SORT EVERY STATEMENT LINE BY CUSTOMER SO EACH CUSTOMER'S
002880*----SECTION COMES OUT TOGETHER, NOT IN ARRIVAL ORDER.
002881*----A NATIONAL ACCOUNT'S BRANCHES SORT IN BEHIND THEIR PARENT SO
002882*----THE FAMILY PRINTS AS ONE CONSOLIDATED STATEMENT.
002890     SORT SORT-WORK ON ASCENDING KEY SS-FAMILY-ID SS-MEMBER-SEQ
002891                                             SS-CUST-ID
002900         INPUT PROCEDURE IS 1500-RELEASE-LINES THRU 1500-EXIT
002910         OUTPUT PROCEDURE IS 2000-STATEMENT-PASS THRU 2000-EXIT
002920     PERFORM 3000-TERMINATE THRU 3000-EXIT
003070     IF WS-INV-STATUS NOT = "00"
003080         MOVE "Y" TO WS-INV-EOF-SW
003090     END-IF
003091*----A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH MAKES THIS A
003092*----RESTART - EVERY OUTPUT IS CUT BACK TO WHAT IT HELD AT THE
003093*----CHECKPOINT AND THE PASS CARRIES ON FROM THERE.
003094     PERFORM 1900-READ-CHECKPOINT THRU 1900-EXIT
003095     IF RESTART-RUN
003096         PERFORM 1950-RESTORE-OUTPUTS THRU 1950-EXIT
003097     ELSE
003098         PERFORM 1850-OPEN-OUTPUTS THRU 1850-EXIT
003099     END-IF
003100     IF RESTORE-FAILED
003101         DISPLAY "CUSTSTMT: OUTPUT FILES DO NOT MATCH THE "
003102             "CHECKPOINT - RESTART REFUSED"
003103         MOVE 12 TO RETURN-CODE
003104         MOVE "Y" TO WS-EOF-SW
003105         MOVE "Y" TO WS-INV-EOF-SW
003106         GO TO 1000-EXIT
003107     END-IF
003110     MOVE "I" TO WS-RPT-OP
003120     CALL "RPTWRITE" USING WS-RPT-CONTROL
003121     IF RESTART-RUN
003122         MOVE WS-HOLD-PAGE TO WS-RPT-PAGE-COUNT
003123         DISPLAY "CUSTSTMT: RESTARTING AFTER SORTED LINE "
003124             WS-SORT-DONE
003125     END-IF
003140     PERFORM 1350-GET-COMPANY-SEL THRU 1350-EXIT
003160     PERFORM 1300-LOAD-PREFERENCES THRU 1300-EXIT
003161     PERFORM 1700-LOAD-DETAIL THRU 1700-EXIT
003210*----A READER CHECKS THE IN-USE CONTROL BEFORE THE MASTER.
003220*----WITHOUT CUSTMAST EVERY LINE WOULD DIVERT TO THE ORPHAN
003230*----REPORT AND THE NIGHT'S STATEMENTS WOULD BE LOST WITH A
003460         MOVE "Y" TO WS-INV-EOF-SW
003470         GO TO 1000-EXIT
003480     END-IF
003481     MOVE "Y" TO WS-MAST-OPEN-SW
003482     MOVE "Y" TO WS-PASS-SW
003490     PERFORM 1100-GET-NEXT-LINE THRU 1100-EXIT.
003500 1000-EXIT.
003510     EXIT.
003600     END-READ
003610     IF NOT NO-COMPANY-CARD
003620         MOVE COMPSEL-REC TO WS-SEL-COMPANY
003621         MOVE COMPSEL-REC TO WS-RPT-COMPANY
003630     END-IF
003640     CLOSE COMPSEL-IN.
003650 1350-SEL-EXIT.
004030     EXIT.
004040
004050 1450-MATCH-ONE-PREF.
004060     IF WS-P-CUST-ID(PF-IDX) = WS-VERIFY-ID
004070         MOVE "Y" TO WS-PREF-FOUND-SW
004080         MOVE WS-P-CHANNEL(PF-IDX) TO WS-CHANNEL
004090     END-IF.
004100 1450-EXIT.
004110     EXIT.
004120
004121*----NO DETAIL FILE JUST MEANS THE INVOICES PRINT WITHOUT THEIR
004122*----ITEM LINES - A MANUAL-ONLY NIGHT HAS NONE.
004123 1700-LOAD-DETAIL.
004124     OPEN INPUT STMT-DTL-IN
004125     IF WS-DTL-STATUS NOT = "00"
004126         GO TO 1700-EXIT
004127     END-IF
004128     PERFORM 1750-LOAD-ONE-DETAIL THRU 1750-EXIT
004129         UNTIL NO-MORE-DETAIL OR WS-DTL-COUNT >= 999
004130     CLOSE STMT-DTL-IN.
004131 1700-EXIT.
004132     EXIT.
004133
004134 1750-LOAD-ONE-DETAIL.
004135     READ STMT-DTL-IN
004136         AT END MOVE "Y" TO WS-DTL-EOF-SW
004137     END-READ
004138     IF NOT NO-MORE-DETAIL
004139         ADD 1 TO WS-DTL-COUNT
004140         SET DT-IDX TO WS-DTL-COUNT
004141         MOVE SD-CUST-ID TO WS-D-CUST-ID(DT-IDX)
004142         MOVE SD-INV-ID TO WS-D-INV-ID(DT-IDX)
004143         MOVE SD-DESC TO WS-D-DESC(DT-IDX)
004144         MOVE SD-QTY TO WS-D-QTY(DT-IDX)
004145         MOVE SD-AMOUNT TO WS-D-AMOUNT(DT-IDX)
004146     END-IF.
004147 1750-EXIT.
004148     EXIT.
004149
004150*----A FRESH RUN. THE ARCHIVE IS APPENDED TO, NEVER OVERWRITTEN,
004151*----SO WHAT IS ALREADY ON IT IS COUNTED FIRST FOR THE CHECKPOINT.
004152*----SO ARE THE REPORT SPOOL AND THE NEWADDR LIST, WHICH RPTWRITE
004153*----AND NEWADDR OPEN FOR THEMSELVES.
004154 1850-OPEN-OUTPUTS.
004155     OPEN OUTPUT STMT-RPT-OUT
004156     OPEN OUTPUT ORPHAN-RPT
004157     OPEN OUTPUT ESTMT-OUT
004158     MOVE 4 TO WS-CKP-FX
004159     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT
004160     OPEN EXTEND STMT-ARCH
004161     IF WS-ARCH-STATUS = "35"
004162         OPEN OUTPUT STMT-ARCH
004163     END-IF
004164     MOVE 5 TO WS-CKP-FX
004165     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT
004166     MOVE 6 TO WS-CKP-FX
004167     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT.
004168 1850-EXIT.
004169     EXIT.
004170
004171 1870-COUNT-EXISTING.
004172     MOVE 0 TO WS-OUT-COUNT(WS-CKP-FX)
004173     PERFORM 9600-OPEN-INPUT THRU 9600-EXIT
004174     IF WS-OPEN-RESULT NOT = "00"
004175         GO TO 1870-EXIT
004176     END-IF
004177     MOVE "N" TO WS-COPY-EOF-SW
004178     PERFORM 1880-COUNT-ONE THRU 1880-EXIT
004179         UNTIL END-OF-COPY
004180     PERFORM 9620-CLOSE-OUT THRU 9620-EXIT.
004181 1870-EXIT.
004182     EXIT.
004183
004184 1880-COUNT-ONE.
004185     PERFORM 9610-READ-OUT THRU 9610-EXIT
004186     IF NOT END-OF-COPY
004187         ADD 1 TO WS-OUT-COUNT(WS-CKP-FX)
004188     END-IF.
004189 1880-EXIT.
004190     EXIT.
004191
004192*----NO CHECKPOINT FILE, OR AN EMPTY ONE, IS A FRESH RUN. THE
004193*----COUNTS AND TOTALS PICK UP WHERE THE CHECKPOINT LEFT THEM, SO
004194*----THE CONTROL SUMMARY AND CTLTOTS COVER THE WHOLE NIGHT.
004195 1900-READ-CHECKPOINT.
004196     MOVE "N" TO WS-RESTART-SW
004197     OPEN INPUT STMTCKPT-IO
004198     IF WS-CKP-STATUS NOT = "00"
004199         GO TO 1900-EXIT
004200     END-IF
004201     READ STMTCKPT-IO
004202         AT END
004203             CLOSE STMTCKPT-IO
004204             GO TO 1900-EXIT
004205     END-READ
004206     MOVE "Y" TO WS-RESTART-SW
004207     MOVE SK-SORT-DONE TO WS-SORT-DONE
004208     MOVE SK-STMT-COUNT TO WS-STMT-COUNT
004209     MOVE SK-PRINTED TO WS-PRINTED-COUNT
004210     MOVE SK-ORPHAN TO WS-ORPHAN-COUNT
004211     MOVE SK-OTHER-CO TO WS-OTHER-CO-COUNT
004212     MOVE SK-PRINT-STMTS TO WS-PRINT-STMTS
004213     MOVE SK-ELEC-STMTS TO WS-ELEC-STMTS
004214     MOVE SK-ELEC-LINES TO WS-ELEC-LINE-COUNT
004215     MOVE SK-HELD-STMTS TO WS-HELD-STMTS
004216     MOVE SK-CONSOL-STMTS TO WS-CONSOL-STMTS
004217     MOVE SK-CLOSED TO WS-CLOSED-COUNT
004218     MOVE SK-GRAND-TOT TO WS-GRAND-TOT
004219     MOVE SK-PRINT-TOT TO WS-PRINT-TOT
004220     MOVE SK-ELEC-TOT TO WS-ELEC-TOT
004221     MOVE SK-HELD-TOT TO WS-HELD-TOT
004222     MOVE SK-ORPHAN-AMT TO WS-ORPHAN-AMT-TOTAL
004223     MOVE SK-CLOSED-AMT TO WS-CLOSED-AMT-TOTAL
004224     MOVE SK-RPT-PAGE TO WS-HOLD-PAGE
004225     PERFORM 1910-LOAD-ONE-COUNT THRU 1910-EXIT
004226         VARYING WS-CKP-FX FROM 1 BY 1 UNTIL WS-CKP-FX > 6
004227     CLOSE STMTCKPT-IO.
004228 1900-EXIT.
004229     EXIT.
004230
004231 1910-LOAD-ONE-COUNT.
004232     MOVE SK-OUT-COUNT(WS-CKP-FX) TO WS-OUT-COUNT(WS-CKP-FX).
004233 1910-EXIT.
004234     EXIT.
004235
004236*----EACH OUTPUT IS COPIED ASIDE UP TO ITS CHECKPOINT COUNT AND
004237*----REBUILT FROM THE COPY, WHICH BACKS OUT EVERYTHING WRITTEN
004238*----AFTER THE CHECKPOINT AND LEAVES THE FILE OPEN TO CARRY ON.
004239*----AN OUTPUT HOLDING FEWER RECORDS THAN ITS COUNT IS NOT THE
004240*----FILE THE CHECKPOINT WAS TAKEN AGAINST - THE RESTART STOPS.
004241*----THE SPOOL AND THE NEWADDR LIST ARE CLOSED AGAIN ONCE CUT
004242*----BACK - RPTWRITE AND NEWADDR REOPEN THEM TO CARRY ON.
004243 1950-RESTORE-OUTPUTS.
004244     MOVE SPACE TO WS-RESTORE-SW
004245     PERFORM 1960-RESTORE-ONE THRU 1960-EXIT
004246         VARYING WS-CKP-FX FROM 1 BY 1
004247         UNTIL WS-CKP-FX > 6 OR RESTORE-FAILED
004248     IF NOT RESTORE-FAILED
004249         CLOSE SPOOL-IO
004250         CLOSE NEWADDR-IO
004251     END-IF.
004252 1950-EXIT.
004253     EXIT.
004254
004255 1960-RESTORE-ONE.
004256     MOVE WS-OUT-COUNT(WS-CKP-FX) TO WS-COPY-KEEP
004257     MOVE 0 TO WS-COPY-COUNT
004258     IF WS-COPY-KEEP = 0
004259         PERFORM 9630-OPEN-OUTPUT THRU 9630-EXIT
004260         GO TO 1960-EXIT
004261     END-IF
004262     PERFORM 9600-OPEN-INPUT THRU 9600-EXIT
004263     IF WS-OPEN-RESULT NOT = "00"
004264         MOVE "F" TO WS-RESTORE-SW
004265         GO TO 1960-EXIT
004266     END-IF
004267     OPEN OUTPUT CKP-SAVE
004268     MOVE "N" TO WS-COPY-EOF-SW
004269     PERFORM 1970-SAVE-ONE THRU 1970-EXIT
004270         UNTIL END-OF-COPY OR WS-COPY-COUNT >= WS-COPY-KEEP
004271     CLOSE CKP-SAVE
004272     PERFORM 9620-CLOSE-OUT THRU 9620-EXIT
004273     IF WS-COPY-COUNT < WS-COPY-KEEP
004274         MOVE "F" TO WS-RESTORE-SW
004275         GO TO 1960-EXIT
004276     END-IF
004277     PERFORM 9630-OPEN-OUTPUT THRU 9630-EXIT
004278     OPEN INPUT CKP-SAVE
004279     MOVE "N" TO WS-COPY-EOF-SW
004280     PERFORM 1980-PUT-BACK-ONE THRU 1980-EXIT
004281         UNTIL END-OF-COPY
004282     CLOSE CKP-SAVE.
004283 1960-EXIT.
004284     EXIT.
004285
004286 1970-SAVE-ONE.
004287     PERFORM 9610-READ-OUT THRU 9610-EXIT
004288     IF NOT END-OF-COPY
004289         WRITE CKP-SAVE-REC
004290         ADD 1 TO WS-COPY-COUNT
004291     END-IF.
004292 1970-EXIT.
004293     EXIT.
004294
004295 1980-PUT-BACK-ONE.
004296     READ CKP-SAVE
004297         AT END
004298             MOVE "Y" TO WS-COPY-EOF-SW
004299             GO TO 1980-EXIT
004300     END-READ
004301     EVALUATE WS-CKP-FX
004302         WHEN 1
004303             WRITE STMT-RPT-REC FROM CKP-SAVE-REC
004304         WHEN 2
004305             WRITE ORPHAN-RPT-REC FROM CKP-SAVE-REC
004306         WHEN 3
004307             WRITE ESTMT-REC FROM CKP-SAVE-REC
004308         WHEN 4
004309             WRITE STMT-ARCH-REC FROM CKP-SAVE-REC
004310         WHEN 5
004311             WRITE SPOOL-IO-REC FROM CKP-SAVE-REC
004312         WHEN 6
004313             WRITE NEWADDR-IO-REC FROM CKP-SAVE-REC
004314     END-EVALUATE.
004315 1980-EXIT.
004316     EXIT.
004317
004318 1500-RELEASE-LINES.
004319     PERFORM 1600-RELEASE-ONE THRU 1600-EXIT
004320         UNTIL END-OF-STMT-LINES AND END-OF-INV-LINES.
004321 1500-EXIT.
004322     EXIT.
004323
004324 1600-RELEASE-ONE.
004325     MOVE CL-CUST-ID TO SS-CUST-ID
004326     MOVE CL-DESCRIPTION TO SS-DESCRIPTION
004327     MOVE CL-AMOUNT TO SS-AMOUNT
004328     MOVE CL-INV-DATE TO SS-INV-DATE
004329     PERFORM 1650-RESOLVE-FAMILY THRU 1650-EXIT
004330     MOVE WS-FAM-RESULT TO SS-FAMILY-ID
004331     IF SS-FAMILY-ID = SS-CUST-ID
004332         MOVE "0" TO SS-MEMBER-SEQ
004333     ELSE
004334         MOVE "1" TO SS-MEMBER-SEQ
004335     END-IF
004336     RELEASE SORT-REC
004337     PERFORM 1100-GET-NEXT-LINE THRU 1100-EXIT.
004338 1600-EXIT.
004339     EXIT.
004340
004341*----A BRANCH WHOSE PARENT IS NO LONGER ON THE MASTER STATEMENTS
004342*----ON ITS OWN. THE LAST CUSTOMER RESOLVED IS KEPT, SINCE A
004343*----CUSTOMER'S LINES MOSTLY ARRIVE TOGETHER.
004344 1650-RESOLVE-FAMILY.
004345     IF CL-CUST-ID = WS-FAM-LAST-ID
004346         GO TO 1650-EXIT
004347     END-IF
004348     MOVE CL-CUST-ID TO WS-FAM-LAST-ID
004349     MOVE CL-CUST-ID TO WS-FAM-RESULT
004350     IF NOT CUSTMAST-IS-OPEN OR CL-CUST-ID NOT NUMERIC
004351         GO TO 1650-EXIT
004352     END-IF
004353     MOVE CL-CUST-ID TO WS-SL-ID-9
004354     MOVE WS-SL-ID-9 TO ident
004355     READ CUSTMAST
004356         INVALID KEY
004357             GO TO 1650-EXIT
004358     END-READ
004359     IF parentIdent NOT NUMERIC OR parentIdent = 0
004360         GO TO 1650-EXIT
004361     END-IF
004362     MOVE parentIdent TO WS-PARENT-9
004363     MOVE WS-PARENT-9 TO ident
004364     READ CUSTMAST
004365         INVALID KEY
004366             GO TO 1650-EXIT
004367     END-READ
004368     MOVE WS-PARENT-9 TO WS-FAM-RESULT.
004369 1650-EXIT.
004370     EXIT.
004371
004372*----THE NEXT STATEMENT LINE COMES FROM THE INVOICE EXTRACT
004373*----UNTIL IT RUNS DRY, THEN FROM THE MANUAL STMTIN FILE. BOTH
004374*----ARRIVE IN WS-CURR-LINE FOR THE PROCESSING PARAGRAPHS.
004375 1100-GET-NEXT-LINE.
004376     IF NOT END-OF-INV-LINES
004377         READ STMT-INV-IN
004378             AT END MOVE "Y" TO WS-INV-EOF-SW
004379         END-READ
004380         IF NOT END-OF-INV-LINES
004381             MOVE SI-CUST-ID TO CL-CUST-ID
004390             MOVE SI-DESCRIPTION TO CL-DESCRIPTION
004400             MOVE SI-AMOUNT TO CL-AMOUNT
004410             MOVE SI-INV-DATE TO CL-INV-DATE
004550     EXIT.
004560
004570 2000-STATEMENT-PASS.
004571*----THE SORT IS REBUILT FROM THE SAME INPUT ON A RESTART, SO THE
004572*----LINES ALREADY WORKED ARE PASSED OVER UNTIL THE STATEMENT
004573*----THE CHECKPOINT STOPPED AT.
004574     IF RESTART-RUN
004575         PERFORM 2050-RETURN-NEXT THRU 2050-EXIT
004576             UNTIL END-OF-SORTED-LINES
004577                OR WS-SORT-RETURNED >= WS-SORT-DONE
004578     END-IF
004580     PERFORM 2050-RETURN-NEXT THRU 2050-EXIT
004590     PERFORM 2060-STATEMENT-LINE THRU 2060-EXIT
004600         UNTIL END-OF-SORTED-LINES
004610     IF NOT FIRST-STMT-LINE
004620         PERFORM 2400-CUST-SUBTOTAL THRU 2400-EXIT
004621             PERFORM 2450-FAMILY-TOTAL THRU 2450-EXIT
004630     END-IF.
004640 2000-EXIT.
004650     EXIT.
004690         AT END MOVE "Y" TO WS-SORT-EOF-SW
004700     END-RETURN
004710     IF NOT END-OF-SORTED-LINES
004711         ADD 1 TO WS-SORT-RETURNED
004720         MOVE SS-CUST-ID TO CL-CUST-ID
004730         MOVE SS-DESCRIPTION TO CL-DESCRIPTION
004740         MOVE SS-AMOUNT TO CL-AMOUNT
004750         MOVE SS-INV-DATE TO CL-INV-DATE
004751             MOVE SS-FAMILY-ID TO CL-FAMILY-ID
004760     END-IF.
004770 2050-EXIT.
004780     EXIT.
004790
004800 2060-STATEMENT-LINE.
004810     IF FIRST-STMT-LINE OR CL-FAMILY-ID NOT = WS-PREV-FAMILY-ID
004820         IF NOT FIRST-STMT-LINE
004830             PERFORM 2400-CUST-SUBTOTAL THRU 2400-EXIT
004831                 PERFORM 2450-FAMILY-TOTAL THRU 2450-EXIT
004832             PERFORM 2070-COUNT-CHECKPOINT THRU 2070-EXIT
004840         END-IF
004841             MOVE CL-FAMILY-ID TO WS-VERIFY-ID
004850         PERFORM 2100-VERIFY-CUSTOMER THRU 2100-EXIT
004851             MOVE CL-FAMILY-ID TO WS-PREV-FAMILY-ID
004860         MOVE CL-FAMILY-ID TO WS-PREV-CUST-ID
004870         MOVE "N" TO WS-FIRST-SW
004880     END-IF
004881*----EACH BRANCH OF A NATIONAL ACCOUNT GETS ITS OWN SECTION AND
004882*----SUBTOTAL ON THE PARENT'S STATEMENT.
004883     IF CL-CUST-ID NOT = WS-PREV-CUST-ID
004884         PERFORM 2400-CUST-SUBTOTAL THRU 2400-EXIT
004885         PERFORM 2300-START-BRANCH THRU 2300-EXIT
004886         MOVE CL-CUST-ID TO WS-PREV-CUST-ID
004887     END-IF
004888     ADD 1 TO WS-MEMBER-LINES
004890     IF NOT CUST-ON-MASTER
004900         PERFORM 2200-DIVERT-ORPHAN-LINE THRU 2200-EXIT
004910         GO TO 2060-NEXT
004940         ADD 1 TO WS-OTHER-CO-COUNT
004950         GO TO 2060-NEXT
004960     END-IF
004961     CALL "PERDCHK" USING companyCode, CL-INV-DATE, WS-PERD-RESULT
004962     IF PERIOD-IS-CLOSED
004963         PERFORM 2250-DIVERT-CLOSED-LINE THRU 2250-EXIT
004964         GO TO 2060-NEXT
004965     END-IF
004970*----ELECTRONIC CUSTOMERS GET THEIR LINE ON THE VENDOR
004980*----EXTRACT INSTEAD OF THE PRINT FILE - EVERYTHING ELSE,
004990*----INCLUDING THE ARCHIVE, IS THE SAME FOR BOTH CHANNELS. A
004991*----BRANCH'S LINES GO UNDER THE PARENT, WHO GETS THE STATEMENT.
005000     IF ELEC-CUSTOMER
005010         MOVE WS-PREV-FAMILY-ID TO EX-CUST-ID
005020         MOVE WS-STMT-DATE TO EX-STMT-DATE
005030         MOVE CL-DESCRIPTION TO EX-DESCRIPTION
005040         MOVE CL-AMOUNT TO EX-AMOUNT
005050         MOVE CL-INV-DATE TO EX-INV-DATE
005060         WRITE ESTMT-REC
005061         ADD 1 TO WS-OUT-COUNT(3)
005070         ADD 1 TO WS-ELEC-LINE-COUNT
005071         GO TO 2060-ARCHIVE
005072     END-IF
005073     IF STMT-HELD-BAD-ADDR
005074         GO TO 2060-ARCHIVE
005075     END-IF
005100     move CL-AMOUNT to dollar
005110     MOVE CL-CUST-ID TO RL-CUST-ID
005120     MOVE CL-DESCRIPTION TO RL-DESCRIPTION
005130     MOVE dollar TO RL-AMOUNT
005140     MOVE SPACES TO WS-RPT-DETAIL
005150     MOVE WS-RPT-LINE TO WS-RPT-DETAIL
005160     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005161     IF CL-DESCRIPTION(1:8) = "INVOICE " AND WS-DTL-COUNT > 0
005162         MOVE CL-DESCRIPTION(9:6) TO WS-DTL-INV-ID
005163         PERFORM 2080-PRINT-ONE-ITEM THRU 2080-EXIT
005164             VARYING DT-IDX FROM 1 BY 1
005165             UNTIL DT-IDX > WS-DTL-COUNT
005166     END-IF.
005170 2060-ARCHIVE.
005180     MOVE WS-STMT-DATE TO SA-STMT-DATE
005190     MOVE CL-CUST-ID TO SA-CUST-ID
005210     MOVE CL-AMOUNT TO SA-AMOUNT
005220     MOVE CL-INV-DATE TO SA-INV-DATE
005230     WRITE STMT-ARCH-REC
005231     ADD 1 TO WS-OUT-COUNT(4)
005240     ADD 1 TO WS-PRINTED-COUNT
005250     ADD CL-AMOUNT TO WS-CUST-TOTAL.
005260 2060-NEXT.
005270     PERFORM 2050-RETURN-NEXT THRU 2050-EXIT.
005280 2060-EXIT.
005290     EXIT.
005291
005292*----EVERY WS-CKP-INTERVAL STATEMENTS, AT THE BREAK - THE ONE
005293*----JUST FINISHED IS WHOLLY WRITTEN AND THE NEXT NOT BEGUN. THE
005294*----LINE IN HAND OPENS THAT NEXT STATEMENT, SO IT IS NOT COUNTED
005295*----AS WORKED.
005296 2070-COUNT-CHECKPOINT.
005297     ADD 1 TO WS-CKP-STMT-COUNT
005298     IF WS-CKP-STMT-COUNT < WS-CKP-INTERVAL
005299         GO TO 2070-EXIT
005300     END-IF
005301     MOVE 0 TO WS-CKP-STMT-COUNT
005302     PERFORM 9500-TAKE-CHECKPOINT THRU 9500-EXIT.
005303 2070-EXIT.
005304     EXIT.
005305
005306*----THE CATALOG DESCRIPTION OF EACH LINE BILLED ON THE INVOICE
005307*----JUST PRINTED - NOT TOTALLED, NOT ARCHIVED.
005308 2080-PRINT-ONE-ITEM.
005309     IF WS-D-CUST-ID(DT-IDX) NOT = CL-CUST-ID
005310             OR WS-D-INV-ID(DT-IDX) NOT = WS-DTL-INV-ID
005311         GO TO 2080-EXIT
005312     END-IF
005313     MOVE WS-D-DESC(DT-IDX) TO IL-DESC
005314     MOVE WS-D-QTY(DT-IDX) TO IL-QTY
005315     MOVE WS-D-AMOUNT(DT-IDX) TO IL-AMOUNT
005316     MOVE SPACES TO WS-RPT-DETAIL
005317     MOVE WS-ITEM-LINE TO WS-RPT-DETAIL
005318     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005319 2080-EXIT.
005320     EXIT.
005321
005322*----SUBTOTAL AT EVERY CUSTOMER OR BRANCH BREAK, ADDED INTO THE
005323*----FAMILY TOTAL. ONLY A PRINT CUSTOMER GETS THE PRINTED TOTAL
005324*----LINE - ELECTRONIC CUSTOMERS HAVE NO SECTION IN THE PRINT
005325*----FILE, AND ORPHANS AND OTHER-COMPANY CUSTOMERS PRODUCE NO
005326*----SECTION AT ALL. A PARENT WITH NO LINES OF ITS OWN TONIGHT
005327*----GETS NO SUBTOTAL AHEAD OF ITS BRANCHES.
005360 2400-CUST-SUBTOTAL.
005361     IF WS-MEMBER-LINES > 0 AND WS-CUST-FOUND-SW = "Y"
005362             AND NOT OTHER-COMPANY-CUST
005363             AND NOT ELEC-CUSTOMER AND NOT STMT-HELD-BAD-ADDR
005364         IF WS-PREV-CUST-ID = WS-PREV-FAMILY-ID
005365             MOVE "CUSTOMER TOTAL: " TO CT-LABEL
005366         ELSE
005367             MOVE "BRANCH TOTAL:   " TO CT-LABEL
005368         END-IF
005369         MOVE WS-CUST-TOTAL TO CT-AMOUNT
005370         MOVE SPACES TO WS-RPT-DETAIL
005371         MOVE WS-CUST-TOTAL-LINE TO WS-RPT-DETAIL
005372         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005373     END-IF
005374     ADD WS-CUST-TOTAL TO WS-FAMILY-TOTAL
005375     MOVE 0 TO WS-MEMBER-LINES
005520     MOVE 0 TO WS-CUST-TOTAL.
005530 2400-EXIT.
005540     EXIT.
005541
005542*----ONE STATEMENT PER FAMILY - A CUSTOMER THAT STANDS ALONE IS A
005543*----FAMILY OF ONE. THE STATEMENT IS ADDED INTO THE COMPANY GRAND
005544*----TOTAL AND THE PARENT'S DELIVERY CHANNEL, AND A CONSOLIDATED
005545*----PRINT STATEMENT CLOSES WITH THE FAMILY TOTAL.
005546 2450-FAMILY-TOTAL.
005547     IF WS-CUST-FOUND-SW = "Y" AND NOT OTHER-COMPANY-CUST
005548         EVALUATE TRUE
005549             WHEN ELEC-CUSTOMER
005550                 ADD WS-FAMILY-TOTAL TO WS-ELEC-TOT
005551                 ADD 1 TO WS-ELEC-STMTS
005552             WHEN STMT-HELD-BAD-ADDR
005553                 ADD WS-FAMILY-TOTAL TO WS-HELD-TOT
005554                 ADD 1 TO WS-HELD-STMTS
005555             WHEN OTHER
005556                 IF WS-BRANCH-COUNT > 0
005557                     MOVE WS-FAMILY-TOTAL TO FT-AMOUNT
005558                     MOVE SPACES TO WS-RPT-DETAIL
005559                     MOVE WS-FAMILY-TOTAL-LINE TO WS-RPT-DETAIL
005560                     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
005561                 END-IF
005562                 ADD WS-FAMILY-TOTAL TO WS-PRINT-TOT
005563                 ADD 1 TO WS-PRINT-STMTS
005564         END-EVALUATE
005565         ADD WS-FAMILY-TOTAL TO WS-GRAND-TOT
005566         ADD 1 TO WS-STMT-COUNT
005567         IF WS-BRANCH-COUNT > 0
005568             ADD 1 TO WS-CONSOL-STMTS
005569         END-IF
005570     END-IF
005571     MOVE 0 TO WS-BRANCH-COUNT
005572     MOVE 0 TO WS-FAMILY-TOTAL.
005573 2450-EXIT.
005574     EXIT.
005575
005576*----THE BRANCH'S NAME AND IDENT OPEN ITS SECTION - THE MAILING
005577*----HEADING ABOVE IS THE PARENT'S.
005578 2300-START-BRANCH.
005579     ADD 1 TO WS-BRANCH-COUNT
005580     IF WS-CUST-FOUND-SW NOT = "Y" OR OTHER-COMPANY-CUST
005581             OR ELEC-CUSTOMER OR STMT-HELD-BAD-ADDR
005582         GO TO 2300-EXIT
005583     END-IF
005584     MOVE CL-CUST-ID TO WS-SL-ID-9
005585     MOVE WS-SL-ID-9 TO ident
005586     READ CUSTMAST
005587         INVALID KEY
005588             MOVE SPACES TO custName
005589     END-READ
005590     MOVE custName TO HB-NAME
005591     MOVE CL-CUST-ID TO HB-IDENT
005592     MOVE SPACES TO WS-RPT-DETAIL
005593     MOVE WS-HDG-BRANCH-LINE TO WS-RPT-DETAIL
005594     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
005595 2300-EXIT.
005596     EXIT.
005597
005598*----VERIFY THE CUSTOMER EXISTS ON CUSTMAST, AND WHEN IT DOES,
005599*----PRINT THE NAME-AND-ADDRESS BLOCK ABOVE THE CUSTOMER'S
005600*----LINES. UNKNOWN CUSTOMERS GET NO HEADING - THEIR LINES ARE
005601*----DIVERTED TO THE ORPHAN REPORT BY THE CALLER.
005602 2100-VERIFY-CUSTOMER.
005610     MOVE "N" TO WS-CUST-FOUND-SW
005611     MOVE "N" TO WS-OTHER-CO-SW
005612     MOVE "N" TO WS-HELD-SW
005630     IF NOT CUSTMAST-IS-OPEN OR WS-VERIFY-ID NOT NUMERIC
005640         GO TO 2100-EXIT
005650     END-IF
005660     MOVE WS-VERIFY-ID TO WS-SL-ID-9
005670     MOVE WS-SL-ID-9 TO ident
005680     READ CUSTMAST
005690         INVALID KEY
005810*----AN ELECTRONIC CUSTOMER GETS NO PRINTED HEADING - THE
005820*----VENDOR BUILDS THE PRESENTATION FROM THE EXTRACT.
005830     IF ELEC-CUSTOMER
005831         GO TO 2100-EXIT
005832     END-IF
005833*----PAPER SENT TO A RETURNED ADDRESS ONLY COMES BACK AGAIN.
005834     IF badAddress
005835         MOVE "Y" TO WS-HELD-SW
005836         CALL "NEWADDR" USING WS-LOG-PROGRAM, WS-NA-DOCUMENT,
005837             WS-STMT-DATE, Customer
005842         ADD 1 TO WS-OUT-COUNT(6)
005847         GO TO 2100-EXIT
005852     END-IF
005860*----EVERY CUSTOMER STARTS ON A FRESH PAGE - RESETTING THE
005870*----WRITER'S LINE COUNT FORCES ITS NEXT HEADING.
005880     MOVE 0 TO WS-RPT-LINE-COUNT
005890     MOVE custName TO HN-NAME
005900     MOVE WS-VERIFY-ID TO HN-IDENT
005910     MOVE SPACES TO WS-RPT-DETAIL
005920     MOVE WS-HDG-NAME-LINE TO WS-RPT-DETAIL
005930     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006090     MOVE CL-DESCRIPTION TO XL-DESCRIPTION
006100     MOVE CL-AMOUNT TO XL-AMOUNT
006110     WRITE ORPHAN-RPT-REC FROM WS-ORPHAN-LINE
006111     ADD 1 TO WS-OUT-COUNT(2)
006120     ADD 1 TO WS-ORPHAN-COUNT
006130     ADD CL-AMOUNT TO WS-ORPHAN-AMT-TOTAL.
006140 2200-EXIT.
006150     EXIT.
006151
006152*----LISTED WITH THE ORPHANS SO BILLING SEES IT; CASHRCPT REFUSES
006153*----THE SAME LINE TO CASHREJ FOR RE-ENTRY IN AN OPEN MONTH.
006154 2250-DIVERT-CLOSED-LINE.
006155     MOVE CL-CUST-ID TO XL-CUST-ID
006156     MOVE CL-DESCRIPTION TO XL-DESCRIPTION
006157     MOVE CL-AMOUNT TO XL-AMOUNT
006158     MOVE "CLOSED PERIOD" TO XL-NOTE
006159     WRITE ORPHAN-RPT-REC FROM WS-ORPHAN-LINE
006160     ADD 1 TO WS-OUT-COUNT(2)
006161     MOVE SPACES TO XL-NOTE
006162     ADD 1 TO WS-CLOSED-COUNT
006163     ADD CL-AMOUNT TO WS-CLOSED-AMT-TOTAL.
006164 2250-EXIT.
006165     EXIT.
006166
006170 3000-TERMINATE.
006180*----EVERY CALL BELOW HANDS BACK THE SUBPROGRAM'S RETURN
006190*----CODE, SO THE STEP'S OWN CODE IS CAPTURED FIRST AND
006200*----RE-SEATED LAST.
006210     MOVE RETURN-CODE TO WS-SAVED-RC
006211*----A REFUSED RESTART LEAVES THE OUTPUTS AS THEY WERE AND WRITES
006212*----NO SUMMARY OR CONTROL TOTALS - ONLY THE RUN-LOG RECORD.
006213     IF RESTORE-FAILED
006214         GO TO 3000-LOG
006215     END-IF
006220*----CONTROL SUMMARY SO BILLING CAN TIE THE PRINTED LINES AND
006230*----THE DIVERTED ORPHANS BACK TO THE INPUT FILE.
006240     MOVE WS-GRAND-TOT TO GT-AMOUNT
006440     MOVE SPACES TO WS-RPT-DETAIL
006450     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
006460     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006461     MOVE "BAD-ADDRESS STMTS HELD:  " TO SM-LABEL
006462     MOVE WS-HELD-STMTS TO SM-COUNT
006463     MOVE WS-HELD-TOT TO SM-AMOUNT
006464     MOVE SPACES TO WS-RPT-DETAIL
006465     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
006466     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006467     MOVE "CONSOLIDATED STATEMENTS: " TO SM-LABEL
006468     MOVE WS-CONSOL-STMTS TO SM-COUNT
006469     MOVE 0 TO SM-AMOUNT
006470     MOVE SPACES TO WS-RPT-DETAIL
006471     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
006472     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006473     MOVE "OTHER-COMPANY LINES HELD:" TO SM-LABEL
006480     MOVE WS-OTHER-CO-COUNT TO SM-COUNT
006490     MOVE 0 TO SM-AMOUNT
006500     MOVE SPACES TO WS-RPT-DETAIL
006510     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
006520     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006521     MOVE "CLOSED-PERIOD LINES HELD:" TO SM-LABEL
006522     MOVE WS-CLOSED-COUNT TO SM-COUNT
006523     MOVE WS-CLOSED-AMT-TOTAL TO SM-AMOUNT
006524     MOVE SPACES TO WS-RPT-DETAIL
006525     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
006526     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
006530     MOVE "ORPHAN LINES DIVERTED:   " TO SM-LABEL
006540     MOVE WS-ORPHAN-COUNT TO SM-COUNT
006550     MOVE WS-ORPHAN-AMT-TOTAL TO SM-AMOUNT
006580     PERFORM 8100-PRINT-RPT-TOTAL THRU 8100-EXIT
006590     DISPLAY "CUSTSTMT: LINES PRINTED - " WS-PRINTED-COUNT
006600     DISPLAY "CUSTSTMT: ORPHAN LINES - " WS-ORPHAN-COUNT
006601     DISPLAY "CUSTSTMT: CLOSED-PERIOD LINES - " WS-CLOSED-COUNT
006610     DISPLAY "CUSTSTMT: ELECTRONIC LINES - "
006611         WS-ELEC-LINE-COUNT
006612     DISPLAY "CUSTSTMT: BAD-ADDRESS STATEMENTS HELD - "
006613         WS-HELD-STMTS
006630     CLOSE STMT-LINES-IN
006640     CLOSE STMT-INV-IN
006650     CLOSE STMT-RPT-OUT
006670     CLOSE ORPHAN-RPT
006680     CLOSE STMT-ARCH
006690     CLOSE CUSTMAST
006691*----THE PASS RAN TO THE END - NOTHING LEFT TO RESTART FROM. A
006692*----PASS SKIPPED FOR THE MASTER KEEPS ITS CHECKPOINT.
006693     IF PASS-STARTED
006694         OPEN OUTPUT STMTCKPT-IO
006695         CLOSE STMTCKPT-IO
006696     END-IF
006700     COMPUTE WS-LOG-READ = WS-PRINTED-COUNT + WS-ORPHAN-COUNT
006701         + WS-CLOSED-COUNT
006710     MOVE WS-PRINTED-COUNT TO WS-LOG-WRITTEN
006720     COMPUTE WS-LOG-REJECTS = WS-ORPHAN-COUNT + WS-CLOSED-COUNT
006730     IF WS-GRAND-TOT > 0
006740         MOVE WS-GRAND-TOT TO WS-CTL-AMOUNT
006750     ELSE
006760         MOVE 0 TO WS-CTL-AMOUNT
006770     END-IF
006780     CALL "CTLWRIT" USING WS-LOG-PROGRAM, WS-LOG-READ,
006790         WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-CTL-AMOUNT.
006791 3000-LOG.
006800     MOVE "E" TO WS-LOG-EVENT
006810     MOVE WS-SAVED-RC TO WS-LOG-RC
006820     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
007120     EXIT.
007130
007140 8250-WRITE-ONE-RPT-LINE.
007150     WRITE STMT-RPT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX)
007151     ADD 1 TO WS-OUT-COUNT(1)
007152*----RPTWRITE SPOOLED THE LINE TOO UNLESS IT BLANKED THE REPORT ID
007153     IF WS-RPT-ID NOT = SPACES
007154         ADD 1 TO WS-OUT-COUNT(5)
007155     END-IF.
007160 8250-EXIT.
007170     EXIT.
007180
007190*----EVERY OUTPUT IS CLOSED AND REOPENED FOR EXTEND SO ALL IT
007200*----HOLDS IS ON DISK BEFORE THE CHECKPOINT SAYS SO. RPTWRITE'S
007201*----OP E CLOSES THE SPOOL, WHICH IT REOPENS FOR EXTEND ON THE
007202*----NEXT REPORT LINE. NEWADDR CLOSES ITS LIST ON EVERY CALL.
007210 9500-TAKE-CHECKPOINT.
007211     MOVE "E" TO WS-RPT-OP
007212     CALL "RPTWRITE" USING WS-RPT-CONTROL
007220     CLOSE STMT-RPT-OUT
007230     OPEN EXTEND STMT-RPT-OUT
007240     CLOSE ORPHAN-RPT
007250     OPEN EXTEND ORPHAN-RPT
007260     CLOSE ESTMT-OUT
007270     OPEN EXTEND ESTMT-OUT
007280     CLOSE STMT-ARCH
007290     OPEN EXTEND STMT-ARCH
007300     COMPUTE SK-SORT-DONE = WS-SORT-RETURNED - 1
007310     MOVE WS-STMT-COUNT TO SK-STMT-COUNT
007320     MOVE WS-PRINTED-COUNT TO SK-PRINTED
007330     MOVE WS-ORPHAN-COUNT TO SK-ORPHAN
007340     MOVE WS-OTHER-CO-COUNT TO SK-OTHER-CO
007350     MOVE WS-PRINT-STMTS TO SK-PRINT-STMTS
007360     MOVE WS-ELEC-STMTS TO SK-ELEC-STMTS
007370     MOVE WS-ELEC-LINE-COUNT TO SK-ELEC-LINES
007380     MOVE WS-HELD-STMTS TO SK-HELD-STMTS
007390     MOVE WS-CONSOL-STMTS TO SK-CONSOL-STMTS
007400     MOVE WS-CLOSED-COUNT TO SK-CLOSED
007410     MOVE WS-GRAND-TOT TO SK-GRAND-TOT
007420     MOVE WS-PRINT-TOT TO SK-PRINT-TOT
007430     MOVE WS-ELEC-TOT TO SK-ELEC-TOT
007440     MOVE WS-HELD-TOT TO SK-HELD-TOT
007450     MOVE WS-ORPHAN-AMT-TOTAL TO SK-ORPHAN-AMT
007460     MOVE WS-CLOSED-AMT-TOTAL TO SK-CLOSED-AMT
007470     MOVE WS-RPT-PAGE-COUNT TO SK-RPT-PAGE
007480     PERFORM 9510-PUT-ONE-COUNT THRU 9510-EXIT
007490         VARYING WS-CKP-FX FROM 1 BY 1 UNTIL WS-CKP-FX > 6
007500     OPEN OUTPUT STMTCKPT-IO
007510     WRITE STMTCKPT-REC
007520     CLOSE STMTCKPT-IO.
007530 9500-EXIT.
007540     EXIT.
007550
007560 9510-PUT-ONE-COUNT.
007570     MOVE WS-OUT-COUNT(WS-CKP-FX) TO SK-OUT-COUNT(WS-CKP-FX).
007580 9510-EXIT.
007590     EXIT.
007600
007610*----OPEN, READ AND CLOSE WHICHEVER OUTPUT WS-CKP-FX NAMES, FOR
007620*----THE COUNT AT STARTUP AND THE RESTART COPY.
007630 9600-OPEN-INPUT.
007640     EVALUATE WS-CKP-FX
007650         WHEN 1
007660             OPEN INPUT STMT-RPT-OUT
007670             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
007680         WHEN 2
007690             OPEN INPUT ORPHAN-RPT
007700             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
007710         WHEN 3
007720             OPEN INPUT ESTMT-OUT
007730             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
007740         WHEN 4
007750             OPEN INPUT STMT-ARCH
007760             MOVE WS-ARCH-STATUS TO WS-OPEN-RESULT
007761         WHEN 5
007762             OPEN INPUT SPOOL-IO
007763             MOVE WS-SPOOL-STATUS TO WS-OPEN-RESULT
007764         WHEN 6
007765             OPEN INPUT NEWADDR-IO
007766             MOVE WS-NA-STATUS TO WS-OPEN-RESULT
007770     END-EVALUATE.
007780 9600-EXIT.
007790     EXIT.
007800
007810 9610-READ-OUT.
007820     EVALUATE WS-CKP-FX
007830         WHEN 1
007840             READ STMT-RPT-OUT INTO CKP-SAVE-REC
007850                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007860             END-READ
007870         WHEN 2
007880             READ ORPHAN-RPT INTO CKP-SAVE-REC
007890                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007900             END-READ
007910         WHEN 3
007920             READ ESTMT-OUT INTO CKP-SAVE-REC
007930                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007940             END-READ
007950         WHEN 4
007960             READ STMT-ARCH INTO CKP-SAVE-REC
007970                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007980             END-READ
007981         WHEN 5
007982             READ SPOOL-IO INTO CKP-SAVE-REC
007983                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007984             END-READ
007985         WHEN 6
007986             READ NEWADDR-IO INTO CKP-SAVE-REC
007987                 AT END MOVE "Y" TO WS-COPY-EOF-SW
007988             END-READ
007990     END-EVALUATE.
008000 9610-EXIT.
008010     EXIT.
008020
008030 9620-CLOSE-OUT.
008040     EVALUATE WS-CKP-FX
008050         WHEN 1
008060             CLOSE STMT-RPT-OUT
008070         WHEN 2
008080             CLOSE ORPHAN-RPT
008090         WHEN 3
008100             CLOSE ESTMT-OUT
008110         WHEN 4
008120             CLOSE STMT-ARCH
008121         WHEN 5
008122             CLOSE SPOOL-IO
008123         WHEN 6
008124             CLOSE NEWADDR-IO
008130     END-EVALUATE.
008140 9620-EXIT.
008150     EXIT.
008160
008170 9630-OPEN-OUTPUT.
008180     EVALUATE WS-CKP-FX
008190         WHEN 1
008200             OPEN OUTPUT STMT-RPT-OUT
008210         WHEN 2
008220             OPEN OUTPUT ORPHAN-RPT
008230         WHEN 3
008240             OPEN OUTPUT ESTMT-OUT
008250         WHEN 4
008260             OPEN OUTPUT STMT-ARCH
008261         WHEN 5
008262             OPEN OUTPUT SPOOL-IO
008263         WHEN 6
008264             OPEN OUTPUT NEWADDR-IO
008270     END-EVALUATE.
008280 9630-EXIT.
008290     EXIT.
