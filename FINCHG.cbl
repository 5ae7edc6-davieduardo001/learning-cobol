000290*                   DISPUTES FILE NO LONGER DRAW FINANCE
000300*                   CHARGES - CUSTOMERS WHO ARE RIGHT STOP
000310*                   BEING CHARGED FOR BEING RIGHT.
000311*   2026-10-15  DP  OPEN LINES NOW AGE FROM THEIR DUE DATE (SET
000312*                   FROM THE CUSTOMER'S PAYMENT TERMS BY CASHRCPT)
000313*                   AS THOUGH INVOICED 30 DAYS BEFORE IT, SO THE
000314*                   GRACE PERIOD NO LONGER CHARGES A NET-60
000315*                   CUSTOMER A MONTH EARLY.
000316*   2026-10-15  DP  CUSTOMERS PLACED FOR COLLECTION BY THE BADDEBT
000317*                   WRITE-OFF RUN DRAW NO FURTHER FINANCE CHARGES.
000318*                   CUSTMAST IS READ FOR THE SCREEN ONLY; WITHOUT
000319*                   IT THE RUN CHARGES AS BEFORE.
000320*   2026-10-15  DP  A CHARGE DATED IN AN ACCOUNTING MONTH ALREADY
000321*                   CLOSED FOR THE CUSTOMER'S COMPANY (PERDCHK) IS
000322*                   NOT WRITTEN TO STMTIN - IT IS LISTED ON
000323*                   FINCHREG AS REJECTED AND THE STEP ENDS RC 4.
000324*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000325*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000326*                   ORDER.
000327*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000450     SELECT ASSESS-REG    ASSIGN TO FINCHREG
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT OPENITEM-IN   ASSIGN TO OPENITEM
000471         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS SEQUENTIAL
000473         RECORD KEY IS OI-KEY
000474         ALTERNATE RECORD KEY IS OI-STATUS
000475             WITH DUPLICATES
000490         FILE STATUS IS WS-OPEN-STATUS.
000500     SELECT DISPUTES-IN   ASSIGN TO DISPUTES
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DSP-STATUS.
000521     SELECT CUSTMAST      ASSIGN TO CUSTMAST
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS ident
000525         FILE STATUS IS WS-CUST-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000860     05  DS-INV-NO        PIC X(6).
000870     05  DS-STATUS        PIC X(1).
000880     05  DS-OPEN-DATE     PIC 9(8).
000881
000882 FD  CUSTMAST.
000883     COPY "CUSTOMER.cpy".
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-STMT-STATUS       PIC X(2) VALUE SPACES.
001070         10  WS-DS-CUST   PIC X(7).
001080         10  WS-DS-INV    PIC X(6).
001090 01  WS-INV-STATUS        PIC X(2) VALUE SPACES.
001091 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
001092 01  WS-CUST-OPEN-SW      PIC X(1) VALUE "N".
001093     88  CUSTMAST-IS-OPEN     VALUE "Y".
001094 01  WS-CUST-ID-9         PIC 9(7) VALUE 0.
001095 01  WS-PLACED-COUNT      PIC 9(5) COMP VALUE 0.
001100 01  WS-CTL-STATUS        PIC X(2) VALUE SPACES.
001110 01  WS-STMT-EOF-SW       PIC X(1) VALUE "N".
001120     88  END-OF-STMT-LINES    VALUE "Y".
001270     05  WS-INV-MONTH     PIC 99.
001280     05  WS-INV-DAY       PIC 99.
001290 01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
001291*----A LINE WITH A DUE DATE AGES FROM IT AS THOUGH INVOICED
001292*----30 DAYS BEFORE, SO THE FINCTL GRACE KEEPS ITS NET-30
001293*----MEANING WHATEVER THE CUSTOMER'S TERMS - A NET-60 INVOICE
001294*----DRAWS NO CHARGE UNTIL IT FALLS DUE.
001295 01  WS-DUE-OFFSET        PIC 9(2) VALUE 0.
001300 01  WS-WORK-AMT          PIC S9(6)V99 VALUE 0.
001310 01  WS-WORK-CUST         PIC X(7) VALUE SPACES.
001320 01  WS-CUST-COUNT        PIC 9(4) COMP VALUE 0.
001470     05  RG-BALANCE       PIC -Z,ZZZ,ZZ9.99.
001480     05  FILLER           PIC X(9) VALUE " CHARGE ".
001490     05  RG-CHARGE        PIC ZZ,ZZ9.99.
001491     05  RG-NOTE          PIC X(21) VALUE SPACES.
001492*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001493 01  WS-PERD-COMPANY      PIC X(2) VALUE SPACES.
001494 01  WS-PERD-RESULT       PIC X(1) VALUE SPACE.
001495     88  PERIOD-IS-CLOSED     VALUE "C".
001496 01  WS-CLOSED-COUNT      PIC 9(5) COMP VALUE 0.
001500
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001650     CALL "GETBDATE" USING WS-RUN-DATE
001660     PERFORM 1300-GET-CONTROL THRU 1300-EXIT
001670     PERFORM 1600-LOAD-DISPUTES THRU 1600-EXIT
001671*----CUSTMAST ONLY SCREENS OUT ACCOUNTS PLACED FOR COLLECTION -
001672*----WITHOUT IT THE RUN STILL CHARGES, AS IT ALWAYS HAS.
001673     OPEN INPUT CUSTMAST
001674     IF WS-CUST-STATUS = "00"
001675         MOVE "Y" TO WS-CUST-OPEN-SW
001676     ELSE
001677         DISPLAY "FINCHG: CUSTMAST UNAVAILABLE - COLLECTION "
001678             "PLACEMENTS NOT SCREENED THIS RUN"
001679     END-IF
001680*----THE OPEN-ITEMS FILE IS THE BOOK OF RECORD WHEN IT EXISTS
001690     OPEN INPUT OPENITEM-IN
001700     IF WS-OPEN-STATUS = "00"
002110             IF WS-REMAINING NOT = 0
002120                 MOVE OI-CUST-ID TO WS-WORK-CUST
002130                 MOVE WS-REMAINING TO WS-WORK-AMT
002131                 IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
002132                     MOVE OI-DUE-DATE TO WS-INV-DATE
002133                     MOVE 30 TO WS-DUE-OFFSET
002134                 ELSE
002135                     MOVE OI-INV-DATE TO WS-INV-DATE
002136                     MOVE 0 TO WS-DUE-OFFSET
002137                 END-IF
002150                 PERFORM 2500-BUCKET-ONE-LINE THRU 2500-EXIT
002160             END-IF
002170         END-IF
003420         ((WS-RUN-YEAR - WS-INV-YEAR) * 360)
003430         + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
003440         + (WS-RUN-DAY - WS-INV-DAY)
003441         + WS-DUE-OFFSET
003450     IF WS-AGE-DAYS <= WS-GRACE-DAYS
003460         GO TO 2500-EXIT
003470     END-IF
004130     IF WS-CHARGE = 0
004140         GO TO 4100-EXIT
004150     END-IF
004151*----AN ACCOUNT WITH THE COLLECTION AGENCY DRAWS NO MORE CHARGES
004152     PERFORM 4150-CHECK-PLACED THRU 4150-EXIT
004153     IF placedForCollection
004154         ADD 1 TO WS-PLACED-COUNT
004155         GO TO 4100-EXIT
004156     END-IF
004157*----THE CHARGE IS DATED THE RUN DATE - IF THAT MONTH IS ALREADY
004158*----CLOSED FOR THE CUSTOMER'S COMPANY IT IS LISTED AS REJECTED ON
004159*----THE REGISTER AND NO STATEMENT LINE IS WRITTEN.
004160     MOVE companyCode TO WS-PERD-COMPANY
004161     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-RUN-DATE,
004162         WS-PERD-RESULT
004163     IF PERIOD-IS-CLOSED
004164         ADD 1 TO WS-CLOSED-COUNT
004165         MOVE WS-B-CUST-ID(BA-IDX) TO RG-CUST-ID
004166         MOVE WS-B-OVERDUE(BA-IDX) TO RG-BALANCE
004167         MOVE WS-CHARGE TO RG-CHARGE
004168         MOVE "  REJ - PERIOD CLOSED" TO RG-NOTE
004169         WRITE ASSESS-REG-REC FROM WS-REG-LINE
004170         MOVE SPACES TO RG-NOTE
004171         GO TO 4100-EXIT
004172     END-IF
004173     MOVE SPACES TO STMT-LINE-REC
004174     MOVE WS-B-CUST-ID(BA-IDX) TO SL-CUST-ID
004180     MOVE "FINANCE CHARGE" TO SL-DESCRIPTION
004190     MOVE WS-CHARGE TO SL-AMOUNT
004200     MOVE WS-RUN-DATE TO SL-INV-DATE
004260     WRITE ASSESS-REG-REC FROM WS-REG-LINE.
004270 4100-EXIT.
004280     EXIT.
004281
004282*----THE CUSTOMER AT BA-IDX OFF CUSTMAST. NO MASTER, A NON-NUMERIC
004283*----IDENT OR AN UNKNOWN ONE LEAVES THE RECORD SHOWING NOT PLACED.
004284 4150-CHECK-PLACED.
004285     MOVE SPACE TO collectStatus
004286     MOVE SPACES TO companyCode
004287     IF NOT CUSTMAST-IS-OPEN
004288             OR WS-B-CUST-ID(BA-IDX) IS NOT NUMERIC
004289         GO TO 4150-EXIT
004290     END-IF
004291     MOVE WS-B-CUST-ID(BA-IDX) TO WS-CUST-ID-9
004292     MOVE WS-CUST-ID-9 TO ident
004293     READ CUSTMAST
004294         INVALID KEY
004295             MOVE SPACE TO collectStatus
004296                 MOVE SPACES TO companyCode
004297     END-READ.
004298 4150-EXIT.
004299     EXIT.
004300
004301 5000-TERMINATE.
004310     DISPLAY "FINCHG: CHARGES ASSESSED - " WS-CHARGE-COUNT
004311     DISPLAY "FINCHG: PLACED ACCOUNTS NOT CHARGED - "
004312         WS-PLACED-COUNT
004313     DISPLAY "FINCHG: CHARGES REJECTED - CLOSED PERIOD - "
004314         WS-CLOSED-COUNT
004315     IF WS-CLOSED-COUNT > 0 AND RETURN-CODE < 4
004316         MOVE 4 TO RETURN-CODE
004317     END-IF
004318     IF CUSTMAST-IS-OPEN
004319         CLOSE CUSTMAST
004320     END-IF
004321     IF WS-OPEN-STATUS = "00" OR WS-OPEN-STATUS = "10"
004330         CLOSE OPENITEM-IN
004340     ELSE
004350         CLOSE STMT-INV-IN
