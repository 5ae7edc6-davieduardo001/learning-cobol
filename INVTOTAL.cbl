000560*                   TO START WITHOUT THE MASTER RATHER THAN
000570*                   LETTING THE OTHER COMPANY'S INVOICES LEAK
000580*                   INTO THE FEED.
000581*   2026-10-15  DP  A CUSTOMER PLACED FOR COLLECTION BY THE
000582*                   BADDEBT WRITE-OFF RUN IS NO LONGER BILLED -
000583*                   THE INVOICE GOES TO CREDHOLD FOR THE CREDIT
000584*                   MANAGER, FLAGGED ON CREDRPT, AND THE STEP ENDS
000585*                   WITH RETURN CODE 4.
000586*   2026-10-15  DP  INVOICE LINES ARRIVE PRICED FROM THE ITEM
000587*                   CATALOG - THE LINE AMOUNT ROLLS INTO THE
000588*                   INVOICE TOTAL IN DOLLARS AND CENTS, SALES TAX
000589*                   COMPUTES ON THE TAXABLE LINES ONLY, AND EACH
000590*                   LINE GOES TO THE NEW STMTDTL FILE SO THE
000591*                   STATEMENT CAN SHOW THE ITEM DESCRIPTIONS.
000592*   2026-10-15  DP  EVERY INVOICE THAT REACHES THE STATEMENT FEED
000593*                   IS APPENDED TO THE TAXHIST SALES TAX HISTORY
000594*                   WITH ITS STATE, TAXABLE AND EXEMPT SALES AND
000595*                   TAX, FOR THE SALESTAX MONTHLY RETURN. A HELD
000596*                   INVOICE CARRIES ITS TAXABLE AMOUNT ON CREDHOLD
000597*                   SO CREDREL TAXES IT THE SAME WAY ON RELEASE.
000599*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID INVTOTAL
000601*                   AND THE COMPSEL COMPANY FOR THE RPTSPOOL
000603*                   DISTRIBUTION RUN.
000604*   2026-10-15  DP  NATIONAL ACCOUNTS - A BRANCH'S INVOICE IS
000605*                   TESTED AGAINST ITS PARENT'S CRLIMIT LIMIT WITH
000606*                   THE OPEN BALANCE OF THE WHOLE FAMILY, PARENT
000607*                   AND BRANCHES, AND A FAMILY HOLD NAMES THE
000608*                   PARENT ON CREDRPT.
000609*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE - ONLY ITS
000610*                   OPEN LINES ARE READ, THROUGH THE ALTERNATE KEY
000611*                   ON STATUS.
000612*   2026-10-15  DP  CHECKPOINT EVERY 100 INVOICES TO INVCKPT - A
000613*                   RERUN AFTER A FAILURE CUTS THE OUTPUTS BACK TO
000614*                   THE CHECKPOINT AND CARRIES ON FROM THERE.
000615*   2026-10-15  DP  THE SHARED RPTSPOOL REPORT SPOOL IS NOW
000616*                   COUNTED ON INVCKPT AND CUT BACK WITH THE OTHER
000617*                   OUTPUTS ON A RESTART, SO A RERUN DOES NOT
000618*                   SPOOL THE REPORT LINES AFTER THE CHECKPOINT
000619*                   TWICE.
000620*   2026-10-15  DP  THE HELD-INVOICE WARNING CODE 4 IS SET AFTER
000621*                   THE CTLWRIT CALL SO IT REACHES THE RUN LOG AND
000622*                   THE JCL.
000623*---------------------------------------------------------------
000624 ENVIRONMENT DIVISION.
000625 INPUT-OUTPUT SECTION.
000626 FILE-CONTROL.
000630     SELECT INVLINES-IN  ASSIGN TO INVLINES
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT INVTOTAL-OUT ASSIGN TO INVTOTS
000660         ORGANIZATION IS LINE SEQUENTIAL
000661         FILE STATUS IS WS-OUT-STATUS.
000670     SELECT STMT-EXTRACT ASSIGN TO STMTINV
000680         ORGANIZATION IS LINE SEQUENTIAL
000682         FILE STATUS IS WS-OUT-STATUS.
000684     SELECT STMT-DTL-OUT ASSIGN TO STMTDTL
000686         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS WS-OUT-STATUS.
000690     SELECT CRLIMIT-IN   ASSIGN TO CRLIMIT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-LIM-STATUS.
000720     SELECT OPENITEM-IN  ASSIGN TO OPENITEM
000721         ORGANIZATION IS INDEXED
000722         ACCESS MODE IS DYNAMIC
000723         RECORD KEY IS OI-KEY
000724         ALTERNATE RECORD KEY IS OI-STATUS
000725             WITH DUPLICATES
000740         FILE STATUS IS WS-OPEN-STATUS.
000750     SELECT CREDHOLD-OUT ASSIGN TO CREDHOLD
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CHOLD-STATUS.
000780     SELECT CRED-RPT     ASSIGN TO CREDRPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000792         FILE STATUS IS WS-OUT-STATUS.
000794     SELECT TAXHIST-OUT  ASSIGN TO TAXHIST
000796         ORGANIZATION IS LINE SEQUENTIAL
000798         FILE STATUS IS WS-THIST-STATUS.
000800     SELECT COMPSEL-IN   ASSIGN TO COMPSEL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-COMP-STATUS.
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS ident
000900         FILE STATUS IS WS-CUST-STATUS.
000901     SELECT INVCKPT-IO   ASSIGN TO INVCKPT
000902         ORGANIZATION IS LINE SEQUENTIAL
000903         FILE STATUS IS WS-CKP-STATUS.
000904     SELECT CKP-SAVE     ASSIGN TO INVCKSV
000905         ORGANIZATION IS LINE SEQUENTIAL
000906         FILE STATUS IS WS-SAVE-STATUS.
000907     SELECT SPOOL-IO     ASSIGN TO RPTSPOOL
000908         ORGANIZATION IS LINE SEQUENTIAL
000909         FILE STATUS IS WS-SPOOL-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000950 01  INVLINE-REC.
000960     05  LN-INV-ID        PIC X(6).
000970     05  LN-CUST-ID       PIC X(7).
000971     05  LN-ITEM-CODE     PIC X(8).
000972     05  LN-QTY           PIC 9(5).
000973     05  LN-PRICE         PIC 9(5)V99.
000974     05  LN-AMOUNT        PIC 9(7)V99.
000975     05  LN-DESC          PIC X(20).
000976     05  LN-TAXABLE       PIC X(1).
000977         88  LN-IS-TAXABLE     VALUE "Y".
001000
001010 FD  INVTOTAL-OUT.
001020 01  INVTOTAL-REC         PIC X(60).
001200     05  CH-AMOUNT        PIC S9(6)V99
001210                          SIGN IS LEADING SEPARATE.
001220     05  CH-INV-DATE      PIC 9(8).
001221     05  CH-TAXABLE       PIC S9(6)V99
001222                          SIGN IS LEADING SEPARATE.
001230
001240 FD  CRED-RPT.
001250 01  CRED-RPT-REC         PIC X(80).
001260
001270 FD  COMPSEL-IN.
001280 01  COMPSEL-REC          PIC X(2).
001281
001282 FD  TAXHIST-OUT.
001283     COPY "TAXHIST.cpy".
001290
001300*----SALES TAX RATES BY STATE - A DECIMAL FRACTION, SO 0625
001310*----MEANS SIX AND A QUARTER PERCENT.
001440     05  SX-AMOUNT        PIC S9(6)V99
001450                          SIGN IS LEADING SEPARATE.
001460     05  SX-INV-DATE      PIC 9(8).
001461
001462*----ONE ROW PER PRICED LINE, SO CUSTSTMT CAN PRINT THE ITEM
001463*----DESCRIPTIONS UNDER EACH INVOICE ON THE STATEMENT.
001464 FD  STMT-DTL-OUT.
001465 01  STMT-DTL-REC.
001466     05  SD-CUST-ID       PIC X(7).
001467     05  SD-INV-ID        PIC X(6).
001468     05  SD-DESC          PIC X(20).
001469     05  SD-QTY           PIC 9(5).
001470     05  SD-AMOUNT        PIC 9(7)V99.
001471
001472*----RESTART CHECKPOINT, TAKEN AT AN INVOICE BREAK - THE INVOICE
001473*----LINES FULLY WORKED, THE RUNNING CONTROL TOTALS, THE REPORT
001474*----PAGE, AND HOW MANY RECORDS EACH OUTPUT HELD AT THAT MOMENT
001475*----(IN WS-OUT-COUNT ORDER). ONE RECORD, REPLACED AT EVERY
001476*----CHECKPOINT AND EMPTIED WHEN THE STEP ENDS CLEAN.
001477 FD  INVCKPT-IO.
001478 01  INVCKPT-REC.
001479     05  IK-LINES-READ    PIC 9(7).
001480     05  IK-WRITTEN       PIC 9(7).
001481     05  IK-CTL-AMOUNT    PIC 9(11)V99.
001482     05  IK-FEED-HELD     PIC 9(5).
001483     05  IK-OTHER-CO      PIC 9(5).
001484     05  IK-CREDHOLD      PIC 9(5).
001485     05  IK-PLACED        PIC 9(5).
001486     05  IK-RPT-PAGE      PIC 9(3).
001487     05  IK-RPT-LINE      PIC 9(3).
001488     05  IK-TAX-BASE      PIC 9(9).
001489     05  IK-OUT-COUNT     PIC 9(9) OCCURS 7 TIMES.
001490
001491*----HOLDS THE RECORDS OF ONE OUTPUT UP TO THE CHECKPOINT WHILE A
001492*----RESTART REBUILDS IT.
001493 FD  CKP-SAVE.
001494 01  CKP-SAVE-REC         PIC X(82).
001495
001496*----THE SHARED REPORT SPOOL RPTWRITE ADDS THIS RUN'S REPORT TO -
001497*----OPENED HERE ONLY TO COUNT IT AND TO CUT IT BACK ON A RESTART.
001498 FD  SPOOL-IO.
001499 01  SPOOL-IO-REC         PIC X(82).
001500
001501 WORKING-STORAGE SECTION.
001502 01  WS-EOF-SW            PIC X(1) VALUE "N".
001503     88  END-OF-LINES          VALUE "Y".
001510 01  WS-FIRST-SW           PIC X(1) VALUE "Y".
001520     88  FIRST-LINE             VALUE "Y".
001530 01  total                 PIC 9(7)V99 VALUE 0.
001531 01  WS-TAXABLE-TOTAL      PIC 9(7)V99 VALUE 0.
001540 01  WS-RUN-DATE           PIC 9(8) VALUE 0.
001550 01  WS-PREV-INV-ID        PIC X(6) VALUE SPACES.
001560 01  WS-PREV-CUST-ID       PIC X(7) VALUE SPACES.
001570 01  WS-FEED-HELD-COUNT    PIC 9(5) COMP VALUE 0.
001580 01  WS-LIM-STATUS         PIC X(2) VALUE SPACES.
001590 01  WS-CHOLD-STATUS       PIC X(2) VALUE SPACES.
001591 01  WS-THIST-STATUS       PIC X(2) VALUE SPACES.
001600 01  WS-RATE-STATUS        PIC X(2) VALUE SPACES.
001610 01  WS-CTL-AMOUNT         PIC 9(11)V99 VALUE 0.
001620 01  WS-COMP-STATUS        PIC X(2) VALUE SPACES.
002150 01  WS-EXPOSURE           PIC S9(9)V99 VALUE 0.
002160 01  WS-REMAINING          PIC S9(6)V99 VALUE 0.
002170 01  WS-CREDHOLD-COUNT     PIC 9(5) COMP VALUE 0.
002171 01  WS-PLACED-HOLD-COUNT  PIC 9(5) COMP VALUE 0.
002172 01  WS-PLACED-SW          PIC X(1) VALUE "N".
002173     88  CUST-IS-PLACED        VALUE "Y".
002174*----NATIONAL ACCOUNT FAMILY - THE PARENT IDENT A BRANCH ROLLS UP
002175*----TO, OR THE CUSTOMER'S OWN IDENT WHEN IT STANDS ALONE.
002176 01  WS-FAMILY-ID          PIC X(7) VALUE SPACES.
002177 01  WS-FAM-LOOKUP-ID      PIC X(7) VALUE SPACES.
002178 01  WS-FAM-RESULT         PIC X(7) VALUE SPACES.
002180 01  WS-LIMIT-TABLE.
002190     05  WS-LIM-ENTRY      OCCURS 200 TIMES
002200                           INDEXED BY LM-IDX.
002270                           INDEXED BY BL-IDX.
002280         10  WS-B-CUST-ID  PIC X(7).
002290         10  WS-B-BALANCE  PIC S9(9)V99.
002291         10  WS-B-FAMILY   PIC X(7).
002300 01  WS-CRED-LINE.
002310     05  CD-INV-ID         PIC X(6).
002320     05  FILLER            PIC X(1) VALUE SPACE.
002370     05  CD-LIMIT          PIC Z,ZZZ,ZZ9.
002380     05  FILLER            PIC X(6) VALUE " OWES ".
002390     05  CD-EXPOSURE       PIC -Z,ZZZ,ZZ9.99.
002391     05  CD-PARENT-TAG     PIC X(8).
002392     05  CD-PARENT         PIC X(7).
002393 01  WS-PLACED-LINE.
002394     05  PD-INV-ID         PIC X(6).
002395     05  FILLER            PIC X(1) VALUE SPACE.
002396     05  PD-CUST-ID        PIC X(7).
002397     05  FILLER            PIC X(1) VALUE SPACE.
002398     05  PD-AMOUNT         PIC ZZZ,ZZ9.99.
002399     05  FILLER            PIC X(23)
002400                           VALUE " PLACED FOR COLLECTION".
002401 01  WS-OUT-LINE.
002410     05  OL-INV-ID         PIC X(6).
002420     05  FILLER            PIC X(1) VALUE SPACE.
002430     05  OL-TOTAL          PIC ZZZZZZ9.99.
002440
002450 01  WS-RPT-CONTROL.
002460     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
002520     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
002530     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
002540     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
002541     05  WS-RPT-ID          PIC X(8) VALUE "INVTOTAL".
002542     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
002550 01  WS-RPT-IX              PIC 9(1) VALUE 0.
002560
002570*----CENTRAL RUN-LOG WORK AREA - SEE RUNLOG
002610 01  WS-LOG-WRITTEN         PIC 9(7) VALUE 0.
002620 01  WS-LOG-REJECTS         PIC 9(7) VALUE 0.
002630 01  WS-LOG-RC              PIC 9(4) VALUE 0.
002631*----CHECKPOINT/RESTART. A CHECKPOINT IS TAKEN EVERY
002632*----WS-CKP-INTERVAL INVOICES. THE OUTPUTS ARE NUMBERED FOR THE
002633*----RECORD COUNTS AND THE RESTART COPY - 1 INVTOTS, 2 STMTINV,
002634*----3 STMTDTL, 4 CREDHOLD, 5 CREDRPT, 6 TAXHIST, 7 RPTSPOOL.
002635*----CREDHOLD, TAXHIST AND THE SPOOL ARE APPENDED TO, SO THEIR
002636*----COUNTS START AT WHAT WAS ALREADY ON FILE.
002637 01  WS-OUT-STATUS          PIC X(2) VALUE SPACES.
002638 01  WS-CKP-STATUS          PIC X(2) VALUE SPACES.
002639 01  WS-SAVE-STATUS         PIC X(2) VALUE SPACES.
002640 01  WS-SPOOL-STATUS        PIC X(2) VALUE SPACES.
002641 01  WS-OPEN-RESULT         PIC X(2) VALUE SPACES.
002642 01  WS-RESTART-SW          PIC X(1) VALUE "N".
002643     88  RESTART-RUN            VALUE "Y".
002644 01  WS-RESTORE-SW          PIC X(1) VALUE SPACE.
002645     88  RESTORE-FAILED         VALUE "F".
002646 01  WS-PASS-SW             PIC X(1) VALUE "N".
002647     88  PASS-STARTED           VALUE "Y".
002648 01  WS-COPY-EOF-SW         PIC X(1) VALUE "N".
002649     88  END-OF-COPY            VALUE "Y".
002650 01  WS-CKP-INTERVAL        PIC 9(3) VALUE 100.
002651 01  WS-CKP-INV-COUNT       PIC 9(3) COMP VALUE 0.
002652 01  WS-CKP-FX              PIC 9(1) VALUE 0.
002653 01  WS-COPY-COUNT          PIC 9(9) COMP VALUE 0.
002654 01  WS-COPY-KEEP           PIC 9(9) COMP VALUE 0.
002655 01  WS-TAX-BASE            PIC 9(9) COMP VALUE 0.
002656 01  WS-HOLD-PAGE           PIC 9(3) VALUE 0.
002657 01  WS-HOLD-LINE           PIC 9(3) VALUE 0.
002658 01  WS-OUT-COUNTS.
002659     05  WS-OUT-COUNT       PIC 9(9) COMP OCCURS 7 TIMES.
002660 PROCEDURE DIVISION.
002661 0000-MAINLINE.
002662     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002670     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
002680         UNTIL END-OF-LINES
002690     PERFORM 3000-TERMINATE THRU 3000-EXIT
002950             "LOOKUP, NO TAX THIS RUN"
002960     END-IF
002970     PERFORM 1700-LOAD-TAX-RATES THRU 1700-EXIT
002971*----A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH MAKES THIS A
002972*----RESTART - EVERY OUTPUT IS CUT BACK TO WHAT IT HELD AT THE
002973*----CHECKPOINT AND THE RUN CARRIES ON FROM THERE.
002974     PERFORM 1900-READ-CHECKPOINT THRU 1900-EXIT
002975     IF RESTART-RUN
002976         PERFORM 1950-RESTORE-OUTPUTS THRU 1950-EXIT
002977     ELSE
002978         PERFORM 1850-OPEN-OUTPUTS THRU 1850-EXIT
002979     END-IF
002980     IF RESTORE-FAILED
002981         DISPLAY "INVTOTAL: OUTPUT FILES DO NOT MATCH THE "
002982             "CHECKPOINT - RESTART REFUSED"
002983         MOVE 12 TO RETURN-CODE
002984         MOVE "Y" TO WS-EOF-SW
002985         GO TO 1000-EXIT
002986     END-IF
002987     MOVE "Y" TO WS-PASS-SW
003050     OPEN INPUT INVLINES-IN
003070     MOVE "I" TO WS-RPT-OP
003080     CALL "RPTWRITE" USING WS-RPT-CONTROL
003081     IF RESTART-RUN
003082         MOVE WS-HOLD-PAGE TO WS-RPT-PAGE-COUNT
003083         MOVE WS-HOLD-LINE TO WS-RPT-LINE-COUNT
003084         DISPLAY "INVTOTAL: RESTARTING AFTER INVOICE LINE "
003085             WS-LOG-READ
003086         PERFORM 1990-SKIP-ONE-LINE THRU 1990-EXIT
003087             WS-LOG-READ TIMES
003088     END-IF
003100     READ INVLINES-IN
003110         AT END MOVE "Y" TO WS-EOF-SW
003120     END-READ.
003230         PERFORM 2100-WRITE-TOTAL THRU 2100-EXIT
003240         MOVE LN-INV-ID TO WS-PREV-INV-ID
003250         MOVE LN-CUST-ID TO WS-PREV-CUST-ID
003251         PERFORM 2050-COUNT-CHECKPOINT THRU 2050-EXIT
003260     END-IF
003270     ADD 1 TO WS-LOG-READ
003271     ADD LN-AMOUNT TO total
003272     IF LN-IS-TAXABLE
003273         ADD LN-AMOUNT TO WS-TAXABLE-TOTAL
003274     END-IF
003275     MOVE SPACES TO STMT-DTL-REC
003276     MOVE LN-CUST-ID TO SD-CUST-ID
003277     MOVE LN-INV-ID TO SD-INV-ID
003278     MOVE LN-DESC TO SD-DESC
003279     MOVE LN-QTY TO SD-QTY
003280     MOVE LN-AMOUNT TO SD-AMOUNT
003281     WRITE STMT-DTL-REC
003282     ADD 1 TO WS-OUT-COUNT(3)
003290     READ INVLINES-IN
003300         AT END MOVE "Y" TO WS-EOF-SW
003310     END-READ.
003320 2000-EXIT.
003330     EXIT.
003340
003341*----EVERY WS-CKP-INTERVAL INVOICES, AT THE BREAK - THE INVOICE
003342*----JUST FINISHED IS WHOLLY WRITTEN AND THE NEXT NOT BEGUN.
003343 2050-COUNT-CHECKPOINT.
003344     ADD 1 TO WS-CKP-INV-COUNT
003345     IF WS-CKP-INV-COUNT < WS-CKP-INTERVAL
003346         GO TO 2050-EXIT
003347     END-IF
003348     MOVE 0 TO WS-CKP-INV-COUNT
003349     PERFORM 9500-TAKE-CHECKPOINT THRU 9500-EXIT.
003350 2050-EXIT.
003351     EXIT.
003352
003353 2100-WRITE-TOTAL.
003360     MOVE WS-PREV-INV-ID TO OL-INV-ID
003370     MOVE total TO OL-TOTAL
003380     MOVE SPACES TO WS-RPT-DETAIL
003570             ADD 1 TO WS-OTHER-CO-COUNT
003580             GO TO 2100-DONE
003590         END-IF
003591*----A CUSTOMER WITH THE COLLECTION AGENCY IS NOT BILLED - THE
003592*----INVOICE WAITS ON THE HOLD FILE FOR THE CREDIT MANAGER.
003593         PERFORM 2780-CHECK-PLACED THRU 2780-EXIT
003594         IF CUST-IS-PLACED
003595             PERFORM 2790-HOLD-PLACED THRU 2790-EXIT
003596             GO TO 2100-DONE
003597         END-IF
003600         PERFORM 2300-CHECK-CREDIT-LIMIT THRU 2300-EXIT
003610         IF LIMIT-ON-FILE
003620                 AND WS-EXPOSURE + total > WS-HOLD-LIM
003710         MOVE total TO SX-AMOUNT
003720         MOVE WS-RUN-DATE TO SX-INV-DATE
003730         WRITE STMT-EXTRACT-REC
003731         ADD 1 TO WS-OUT-COUNT(2)
003740         ADD total TO WS-CTL-AMOUNT
003750         PERFORM 2500-ADD-TO-EXPOSURE THRU 2500-EXIT
003760         PERFORM 2700-WRITE-TAX-LINE THRU 2700-EXIT
003761         PERFORM 2760-WRITE-TAX-HIST THRU 2760-EXIT
003770     END-IF.
003780 2100-DONE.
003781     MOVE 0 TO total
003782     MOVE 0 TO WS-TAXABLE-TOTAL.
003800 2100-EXIT.
003810     EXIT.
003820
004140         MOVE "Y" TO WS-OPEN-EOF-SW
004150         GO TO 1300-EXIT
004160     END-IF
004161*----ONLY THE OPEN LINES, THROUGH THE STATUS KEY
004162     MOVE "O" TO OI-STATUS
004163     START OPENITEM-IN KEY IS = OI-STATUS
004164         INVALID KEY MOVE "Y" TO WS-OPEN-EOF-SW
004165     END-START
004170     PERFORM 1350-LOAD-ONE-BALANCE THRU 1350-EXIT
004180         UNTIL END-OF-OPEN-ITEMS
004190     CLOSE OPENITEM-IN.
004210     EXIT.
004220
004230 1350-LOAD-ONE-BALANCE.
004240     READ OPENITEM-IN NEXT RECORD
004250         AT END MOVE "Y" TO WS-OPEN-EOF-SW
004260     END-READ
004261     IF NOT OI-IS-OPEN
004262         MOVE "Y" TO WS-OPEN-EOF-SW
004263     END-IF
004270     IF NOT END-OF-OPEN-ITEMS AND OI-IS-OPEN
004280         COMPUTE WS-REMAINING = OI-AMOUNT - OI-PAID-AMT
004290         IF WS-REMAINING NOT = 0
004600     END-IF.
004610 2720-EXIT.
004620     EXIT.
004621
004622 2780-CHECK-PLACED.
004623     MOVE "N" TO WS-PLACED-SW
004624     IF NOT CUSTMAST-IS-OPEN
004625             OR WS-PREV-CUST-ID IS NOT NUMERIC
004626         GO TO 2780-EXIT
004627     END-IF
004628     MOVE WS-PREV-CUST-ID TO WS-CUST-ID-9
004629     MOVE WS-CUST-ID-9 TO ident
004630     READ CUSTMAST
004631         INVALID KEY
004632             GO TO 2780-EXIT
004633     END-READ
004634     IF placedForCollection
004635         MOVE "Y" TO WS-PLACED-SW
004636     END-IF.
004637 2780-EXIT.
004638     EXIT.
004639
004640 2790-HOLD-PLACED.
004641     MOVE SPACES TO CREDHOLD-REC
004642     MOVE WS-PREV-INV-ID TO CH-INV-ID
004643     MOVE WS-PREV-CUST-ID TO CH-CUST-ID
004644     MOVE total TO CH-AMOUNT
004645     MOVE WS-RUN-DATE TO CH-INV-DATE
004646     MOVE WS-TAXABLE-TOTAL TO CH-TAXABLE
004647     WRITE CREDHOLD-REC
004648     ADD 1 TO WS-OUT-COUNT(4)
004649     ADD 1 TO WS-PLACED-HOLD-COUNT
004650     MOVE WS-PREV-INV-ID TO PD-INV-ID
004651     MOVE WS-PREV-CUST-ID TO PD-CUST-ID
004652     MOVE total TO PD-AMOUNT
004653     WRITE CRED-RPT-REC FROM WS-PLACED-LINE
004654     ADD 1 TO WS-OUT-COUNT(5).
004655 2790-EXIT.
004656     EXIT.
004657
004658 2300-CHECK-CREDIT-LIMIT.
004659     MOVE "N" TO WS-LIM-FOUND-SW
004660     MOVE 0 TO WS-HOLD-LIM
004670     MOVE 0 TO WS-EXPOSURE
004671*----A BRANCH OF A NATIONAL ACCOUNT IS TESTED AS PART OF ITS
004672*----FAMILY - THE PARENT'S LIMIT AGAINST THE OPEN BALANCE OF THE
004673*----PARENT AND EVERY ONE OF ITS BRANCHES.
004674     MOVE WS-PREV-CUST-ID TO WS-FAM-LOOKUP-ID
004675     PERFORM 2320-RESOLVE-FAMILY THRU 2320-EXIT
004676     MOVE WS-FAM-RESULT TO WS-FAMILY-ID
004680     IF WS-LIM-COUNT > 0
004690         PERFORM 2350-MATCH-ONE-LIMIT THRU 2350-EXIT
004700             VARYING LM-IDX FROM 1 BY 1
004710             UNTIL LM-IDX > WS-LIM-COUNT OR LIMIT-ON-FILE
004720     END-IF
004730     IF LIMIT-ON-FILE AND WS-BAL-COUNT > 0
004731         PERFORM 2370-ADD-FAMILY-BAL THRU 2370-EXIT
004732             VARYING BL-IDX FROM 1 BY 1
004733             UNTIL BL-IDX > WS-BAL-COUNT
004790     END-IF.
004800 2300-EXIT.
004810     EXIT.
004820
004821*----THE FAMILY A CUSTOMER BELONGS TO - ITS PARENT IF IT IS A
004822*----BRANCH, OTHERWISE ITSELF. NO MASTER MEANS NO FAMILIES.
004823 2320-RESOLVE-FAMILY.
004824     MOVE WS-FAM-LOOKUP-ID TO WS-FAM-RESULT
004825     IF NOT CUSTMAST-IS-OPEN
004826             OR WS-FAM-LOOKUP-ID IS NOT NUMERIC
004827         GO TO 2320-EXIT
004828     END-IF
004829     MOVE WS-FAM-LOOKUP-ID TO WS-CUST-ID-9
004830     MOVE WS-CUST-ID-9 TO ident
004831     READ CUSTMAST
004832         INVALID KEY
004833             GO TO 2320-EXIT
004834     END-READ
004835     IF parentIdent IS NUMERIC AND parentIdent > 0
004836         MOVE parentIdent TO WS-FAM-RESULT
004837     END-IF.
004838 2320-EXIT.
004839     EXIT.
004840
004841 2350-MATCH-ONE-LIMIT.
004842     IF WS-L-CUST-ID(LM-IDX) = WS-FAMILY-ID
004850         MOVE "Y" TO WS-LIM-FOUND-SW
004860         MOVE WS-L-LIMIT(LM-IDX) TO WS-HOLD-LIM
004870     END-IF.
004880 2350-EXIT.
004890     EXIT.
004900
004901*----EACH BALANCE ROW'S FAMILY IS LOOKED UP ONCE AND KEPT ON THE
004902*----ROW FOR THE REST OF THE RUN.
004903 2370-ADD-FAMILY-BAL.
004904     IF WS-B-FAMILY(BL-IDX) = SPACES
004905         MOVE WS-B-CUST-ID(BL-IDX) TO WS-FAM-LOOKUP-ID
004906         PERFORM 2320-RESOLVE-FAMILY THRU 2320-EXIT
004907         MOVE WS-FAM-RESULT TO WS-B-FAMILY(BL-IDX)
004908     END-IF
004909     IF WS-B-FAMILY(BL-IDX) = WS-FAMILY-ID
004910         ADD WS-B-BALANCE(BL-IDX) TO WS-EXPOSURE
004911     END-IF.
004912 2370-EXIT.
004913     EXIT.
004914
004915*----OVER-LIMIT INVOICES GO TO THE HOLD FILE AND THE CREDIT
004920*----MANAGER'S REPORT INSTEAD OF THE STATEMENT FEED.
004930 2400-HOLD-INVOICE.
004940     MOVE SPACES TO CREDHOLD-REC
004960     MOVE WS-PREV-CUST-ID TO CH-CUST-ID
004970     MOVE total TO CH-AMOUNT
004980     MOVE WS-RUN-DATE TO CH-INV-DATE
004981     MOVE WS-TAXABLE-TOTAL TO CH-TAXABLE
004990     WRITE CREDHOLD-REC
004991     ADD 1 TO WS-OUT-COUNT(4)
005000     ADD 1 TO WS-CREDHOLD-COUNT
005010     MOVE SPACES TO WS-CRED-LINE
005020     MOVE WS-PREV-INV-ID TO CD-INV-ID
005040     MOVE total TO CD-AMOUNT
005050     MOVE WS-HOLD-LIM TO CD-LIMIT
005060     MOVE WS-EXPOSURE TO CD-EXPOSURE
005061     IF WS-FAMILY-ID NOT = WS-PREV-CUST-ID
005062         MOVE " PARENT " TO CD-PARENT-TAG
005063         MOVE WS-FAMILY-ID TO CD-PARENT
005064     END-IF
005070     WRITE CRED-RPT-REC FROM WS-CRED-LINE
005071     ADD 1 TO WS-OUT-COUNT(5).
005080 2400-EXIT.
005090     EXIT.
005100
005310             SET BL-IDX TO WS-BAL-COUNT
005320             MOVE WS-PREV-CUST-ID TO WS-B-CUST-ID(BL-IDX)
005330             MOVE 0 TO WS-B-BALANCE(BL-IDX)
005331                 MOVE SPACES TO WS-B-FAMILY(BL-IDX)
005340             MOVE WS-BAL-COUNT TO WS-HOLD-BAL-IX
005350         END-IF
005360     END-IF.
005550     END-READ
005560     IF NOT NO-COMPANY-CARD
005570         MOVE COMPSEL-REC TO WS-SEL-COMPANY
005571         MOVE COMPSEL-REC TO WS-RPT-COMPANY
005580     END-IF
005590     CLOSE COMPSEL-IN.
005600 1800-EXIT.
005900     END-IF.
005910 1750-EXIT.
005920     EXIT.
005921
005922*----A FRESH RUN. HOLDS ACCUMULATE UNTIL CREDREL RELEASES THEM
005923*----AND TAX HISTORY BUILDS ALL MONTH FOR THE SALES TAX RETURN -
005924*----BOTH ARE APPENDED TO, NEVER OVERWRITTEN, SO WHAT IS ALREADY
005925*----ON THEM IS COUNTED FIRST FOR THE CHECKPOINT. SO IS THE
005926*----NIGHT'S REPORT SPOOL, WHICH RPTWRITE OPENS FOR ITSELF.
005927 1850-OPEN-OUTPUTS.
005928     MOVE 4 TO WS-CKP-FX
005929     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT
005930     OPEN EXTEND CREDHOLD-OUT
005931     IF WS-CHOLD-STATUS = "35"
005932         OPEN OUTPUT CREDHOLD-OUT
005933     END-IF
005934     OPEN OUTPUT CRED-RPT
005935     MOVE 6 TO WS-CKP-FX
005936     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT
005937     MOVE WS-OUT-COUNT(6) TO WS-TAX-BASE
005938     OPEN EXTEND TAXHIST-OUT
005939     IF WS-THIST-STATUS = "35"
005940         OPEN OUTPUT TAXHIST-OUT
005941     END-IF
005942     OPEN OUTPUT INVTOTAL-OUT
005943     OPEN OUTPUT STMT-EXTRACT
005944     OPEN OUTPUT STMT-DTL-OUT
005945     MOVE 7 TO WS-CKP-FX
005946     PERFORM 1870-COUNT-EXISTING THRU 1870-EXIT.
005947 1850-EXIT.
005948     EXIT.
005949
005950 1870-COUNT-EXISTING.
005951     MOVE 0 TO WS-OUT-COUNT(WS-CKP-FX)
005952     PERFORM 9600-OPEN-INPUT THRU 9600-EXIT
005953     IF WS-OPEN-RESULT NOT = "00"
005954         GO TO 1870-EXIT
005955     END-IF
005956     MOVE "N" TO WS-COPY-EOF-SW
005957     PERFORM 1880-COUNT-ONE THRU 1880-EXIT
005958         UNTIL END-OF-COPY
005959     PERFORM 9620-CLOSE-OUT THRU 9620-EXIT.
005960 1870-EXIT.
005961     EXIT.
005962
005963 1880-COUNT-ONE.
005964     PERFORM 9610-READ-OUT THRU 9610-EXIT
005965     IF NOT END-OF-COPY
005966         ADD 1 TO WS-OUT-COUNT(WS-CKP-FX)
005967     END-IF.
005968 1880-EXIT.
005969     EXIT.
005970
005971*----NO CHECKPOINT FILE, OR AN EMPTY ONE, IS A FRESH RUN. THE
005972*----CONTROL TOTALS PICK UP WHERE THE CHECKPOINT LEFT THEM, SO
005973*----CTLTOTS STILL BALANCES TO STMTINV AFTER A RESTART.
005974 1900-READ-CHECKPOINT.
005975     MOVE "N" TO WS-RESTART-SW
005976     OPEN INPUT INVCKPT-IO
005977     IF WS-CKP-STATUS NOT = "00"
005978         GO TO 1900-EXIT
005979     END-IF
005980     READ INVCKPT-IO
005981         AT END
005982             CLOSE INVCKPT-IO
005983             GO TO 1900-EXIT
005984     END-READ
005985     MOVE "Y" TO WS-RESTART-SW
005986     MOVE IK-LINES-READ TO WS-LOG-READ
005987     MOVE IK-WRITTEN TO WS-LOG-WRITTEN
005988     MOVE IK-CTL-AMOUNT TO WS-CTL-AMOUNT
005989     MOVE IK-FEED-HELD TO WS-FEED-HELD-COUNT
005990     MOVE IK-OTHER-CO TO WS-OTHER-CO-COUNT
005991     MOVE IK-CREDHOLD TO WS-CREDHOLD-COUNT
005992     MOVE IK-PLACED TO WS-PLACED-HOLD-COUNT
005993     MOVE IK-RPT-PAGE TO WS-HOLD-PAGE
005994     MOVE IK-RPT-LINE TO WS-HOLD-LINE
005995     MOVE IK-TAX-BASE TO WS-TAX-BASE
005996     PERFORM 1910-LOAD-ONE-COUNT THRU 1910-EXIT
005997         VARYING WS-CKP-FX FROM 1 BY 1 UNTIL WS-CKP-FX > 7
005998     CLOSE INVCKPT-IO.
005999 1900-EXIT.
006000     EXIT.
006001
006002 1910-LOAD-ONE-COUNT.
006003     MOVE IK-OUT-COUNT(WS-CKP-FX) TO WS-OUT-COUNT(WS-CKP-FX).
006004 1910-EXIT.
006005     EXIT.
006006
006007*----EACH OUTPUT IS COPIED ASIDE UP TO ITS CHECKPOINT COUNT AND
006008*----REBUILT FROM THE COPY, WHICH BACKS OUT EVERYTHING WRITTEN
006009*----AFTER THE CHECKPOINT AND LEAVES THE FILE OPEN TO CARRY ON.
006010*----AN OUTPUT HOLDING FEWER RECORDS THAN ITS COUNT IS NOT THE
006011*----FILE THE CHECKPOINT WAS TAKEN AGAINST - THE RESTART STOPS.
006012*----THE SPOOL IS CLOSED AGAIN ONCE CUT BACK - RPTWRITE REOPENS IT
006013*----TO CARRY ON.
006014 1950-RESTORE-OUTPUTS.
006015     MOVE SPACE TO WS-RESTORE-SW
006016     PERFORM 1960-RESTORE-ONE THRU 1960-EXIT
006017         VARYING WS-CKP-FX FROM 1 BY 1
006018         UNTIL WS-CKP-FX > 7 OR RESTORE-FAILED
006019     IF NOT RESTORE-FAILED
006020         CLOSE SPOOL-IO
006021     END-IF.
006022 1950-EXIT.
006023     EXIT.
006024
006025 1960-RESTORE-ONE.
006026     MOVE WS-OUT-COUNT(WS-CKP-FX) TO WS-COPY-KEEP
006027     MOVE 0 TO WS-COPY-COUNT
006028     IF WS-COPY-KEEP = 0
006029         PERFORM 9630-OPEN-OUTPUT THRU 9630-EXIT
006030         GO TO 1960-EXIT
006031     END-IF
006032     PERFORM 9600-OPEN-INPUT THRU 9600-EXIT
006033     IF WS-OPEN-RESULT NOT = "00"
006034         MOVE "F" TO WS-RESTORE-SW
006035         GO TO 1960-EXIT
006036     END-IF
006037     OPEN OUTPUT CKP-SAVE
006038     MOVE "N" TO WS-COPY-EOF-SW
006039     PERFORM 1970-SAVE-ONE THRU 1970-EXIT
006040         UNTIL END-OF-COPY OR WS-COPY-COUNT >= WS-COPY-KEEP
006041     CLOSE CKP-SAVE
006042     PERFORM 9620-CLOSE-OUT THRU 9620-EXIT
006043     IF WS-COPY-COUNT < WS-COPY-KEEP
006044         MOVE "F" TO WS-RESTORE-SW
006045         GO TO 1960-EXIT
006046     END-IF
006047     PERFORM 9630-OPEN-OUTPUT THRU 9630-EXIT
006048     OPEN INPUT CKP-SAVE
006049     MOVE "N" TO WS-COPY-EOF-SW
006050     MOVE 0 TO WS-COPY-COUNT
006051     PERFORM 1980-PUT-BACK-ONE THRU 1980-EXIT
006052         UNTIL END-OF-COPY
006053     CLOSE CKP-SAVE.
006054 1960-EXIT.
006055     EXIT.
006056
006057 1970-SAVE-ONE.
006058     PERFORM 9610-READ-OUT THRU 9610-EXIT
006059     IF NOT END-OF-COPY
006060         WRITE CKP-SAVE-REC
006061         ADD 1 TO WS-COPY-COUNT
006062     END-IF.
006063 1970-EXIT.
006064     EXIT.
006065
006066*----THE KEPT STATEMENT FEED CARRIES TONIGHT'S ACCEPTED INVOICES
006067*----BACK INTO THE CREDIT EXPOSURE, AND TONIGHT'S KEPT TAX HISTORY
006068*----CARRIES THE TAX BACK INTO THE STATE TOTALS.
006069 1980-PUT-BACK-ONE.
006070     READ CKP-SAVE
006071         AT END
006072             MOVE "Y" TO WS-COPY-EOF-SW
006073             GO TO 1980-EXIT
006074     END-READ
006075     ADD 1 TO WS-COPY-COUNT
006076     EVALUATE WS-CKP-FX
006077         WHEN 1
006078             WRITE INVTOTAL-REC FROM CKP-SAVE-REC
006079         WHEN 2
006080             MOVE CKP-SAVE-REC TO STMT-EXTRACT-REC
006081             IF SX-DESCRIPTION(1:8) = "INVOICE "
006082                 MOVE SX-CUST-ID TO WS-PREV-CUST-ID
006083                 MOVE SX-AMOUNT TO total
006084                 PERFORM 2500-ADD-TO-EXPOSURE THRU 2500-EXIT
006085             END-IF
006086             WRITE STMT-EXTRACT-REC
006087         WHEN 3
006088             WRITE STMT-DTL-REC FROM CKP-SAVE-REC
006089         WHEN 4
006090             WRITE CREDHOLD-REC FROM CKP-SAVE-REC
006091         WHEN 5
006092             WRITE CRED-RPT-REC FROM CKP-SAVE-REC
006093         WHEN 6
006094             MOVE CKP-SAVE-REC TO TaxHistRec
006095             IF WS-COPY-COUNT > WS-TAX-BASE AND TH-TAX > 0
006096                 MOVE TH-STATE TO WS-CUST-STATE
006097                 MOVE TH-TAX TO WS-TAX-AMT
006098                 PERFORM 2800-ADD-STATE-TAX THRU 2800-EXIT
006099             END-IF
006100             WRITE TaxHistRec
006101         WHEN 7
006102             WRITE SPOOL-IO-REC FROM CKP-SAVE-REC
006103     END-EVALUATE
006104     MOVE 0 TO total
006105     MOVE SPACES TO WS-PREV-CUST-ID.
006106 1980-EXIT.
006107     EXIT.
006108
006109 1990-SKIP-ONE-LINE.
006110     IF END-OF-LINES
006111         GO TO 1990-EXIT
006112     END-IF
006113     READ INVLINES-IN
006114         AT END MOVE "Y" TO WS-EOF-SW
006115     END-READ.
006116 1990-EXIT.
006117     EXIT.
006118
006119*----TAX ON THE ACCEPTED INVOICE - THE CUSTOMER'S STATE OFF
006120*----CUSTMAST PICKS THE RATE, THE TAX RIDES THE FEED AS ITS
006121*----OWN LINE, AND THE STATE'S FILING TOTAL PICKS IT UP.
006122*----ONLY LINES WHOSE CATALOG ITEM IS TAXABLE ARE TAXED.
006123 2700-WRITE-TAX-LINE.
006124     MOVE 0 TO WS-TAX-AMT
006125     MOVE SPACES TO WS-CUST-STATE
006126     IF NOT CUSTMAST-IS-OPEN
006127             OR WS-PREV-CUST-ID IS NOT NUMERIC
006128         GO TO 2700-EXIT
006129     END-IF
006130     MOVE WS-PREV-CUST-ID TO WS-CUST-ID-9
006131     MOVE WS-CUST-ID-9 TO ident
006132     READ CUSTMAST
006133         INVALID KEY
006134             GO TO 2700-EXIT
006135     END-READ
006136     MOVE stateCode TO WS-CUST-STATE
006137     IF WS-RATE-COUNT = 0
006138         GO TO 2700-EXIT
006139     END-IF
006140     MOVE "N" TO WS-RATE-FOUND-SW
006141     MOVE 0 TO WS-HOLD-RATE
006142     PERFORM 2750-MATCH-ONE-RATE THRU 2750-EXIT
006143         VARYING TX-IDX FROM 1 BY 1
006144         UNTIL TX-IDX > WS-RATE-COUNT OR TAX-RATE-FOUND
006145     IF NOT TAX-RATE-FOUND OR WS-HOLD-RATE = 0
006150         GO TO 2700-EXIT
006160     END-IF
006161     COMPUTE WS-TAX-AMT ROUNDED =
006162         WS-TAXABLE-TOTAL * WS-HOLD-RATE
006180     IF WS-TAX-AMT = 0
006190         GO TO 2700-EXIT
006200     END-IF
006260     MOVE WS-TAX-AMT TO SX-AMOUNT
006270     MOVE WS-RUN-DATE TO SX-INV-DATE
006280     WRITE STMT-EXTRACT-REC
006281     ADD 1 TO WS-OUT-COUNT(2)
006290     ADD WS-TAX-AMT TO WS-CTL-AMOUNT
006300     PERFORM 2800-ADD-STATE-TAX THRU 2800-EXIT.
006310 2700-EXIT.
006320     EXIT.
006330
006331*----THE INVOICE'S TAXABLE AND EXEMPT SALES AND ITS TAX, UNDER
006332*----THE CUSTOMER'S STATE, FOR THE MONTHLY RETURN.
006333 2760-WRITE-TAX-HIST.
006334     MOVE SPACES TO TaxHistRec
006335     MOVE WS-RUN-DATE TO TH-POST-DATE
006336     MOVE "I" TO TH-SOURCE
006337     MOVE WS-PREV-INV-ID TO TH-INV-ID
006338     MOVE WS-PREV-CUST-ID TO TH-CUST-ID
006339     MOVE WS-CUST-STATE TO TH-STATE
006340     MOVE WS-TAXABLE-TOTAL TO TH-TAXABLE
006341     COMPUTE TH-EXEMPT = total - WS-TAXABLE-TOTAL
006342     MOVE WS-TAX-AMT TO TH-TAX
006343     WRITE TaxHistRec
006344     ADD 1 TO WS-OUT-COUNT(6).
006345 2760-EXIT.
006346     EXIT.
006347
006348 2750-MATCH-ONE-RATE.
006350     IF WS-R-STATE(TX-IDX) = WS-CUST-STATE
006360         MOVE "Y" TO WS-RATE-FOUND-SW
006370         MOVE WS-R-RATE(TX-IDX) TO WS-HOLD-RATE
006910     EXIT.
006920
006930 3000-TERMINATE.
006931*----A REFUSED RESTART LEAVES THE OUTPUTS AS THEY WERE AND WRITES
006932*----NO CONTROL TOTALS - ONLY THE RUN-LOG RECORD.
006933     IF RESTORE-FAILED
006934         GO TO 3000-LOG
006935     END-IF
006940     IF NOT FIRST-LINE
006950         PERFORM 2100-WRITE-TOTAL THRU 2100-EXIT
006960     END-IF
007010     CLOSE INVLINES-IN
007020     CLOSE INVTOTAL-OUT
007030     CLOSE STMT-EXTRACT
007031     CLOSE STMT-DTL-OUT
007040     CLOSE CREDHOLD-OUT
007050     CLOSE CRED-RPT
007051     CLOSE TAXHIST-OUT
007052*----THE PASS RAN TO THE END - NOTHING LEFT TO RESTART FROM. A
007053*----RUN REFUSED BEFORE THE PASS KEEPS ITS CHECKPOINT.
007054     IF PASS-STARTED
007055         OPEN OUTPUT INVCKPT-IO
007056         CLOSE INVCKPT-IO
007057     END-IF
007060     IF WS-OTHER-CO-COUNT > 0
007070         DISPLAY "INVTOTAL: OTHER-COMPANY INVOICES LEFT FOR "
007080             "THEIR OWN RUN - " WS-OTHER-CO-COUNT
007090     END-IF
007092*----CTLWRIT HANDS BACK ITS OWN ZERO CODE, SO THE WARNING CODES
007094*----ARE SET AFTER IT
007096     CALL "CTLWRIT" USING WS-LOG-PROGRAM, WS-LOG-READ,
007098         WS-LOG-WRITTEN, WS-LOG-REJECTS, WS-CTL-AMOUNT
007100     IF WS-CREDHOLD-COUNT > 0
007110         DISPLAY "INVTOTAL: INVOICES HELD FOR CREDIT - "
007120             WS-CREDHOLD-COUNT
007130         MOVE 4 TO RETURN-CODE
007140     END-IF
007141     IF WS-PLACED-HOLD-COUNT > 0
007142         DISPLAY "INVTOTAL: INVOICES HELD - CUSTOMER PLACED FOR "
007143             "COLLECTION - " WS-PLACED-HOLD-COUNT
007144         MOVE 4 TO RETURN-CODE
007145     END-IF
007150     IF WS-FEED-HELD-COUNT > 0
007160         DISPLAY "INVTOTAL: INVOICES HELD FROM FEED - "
007170             WS-FEED-HELD-COUNT
007180         MOVE 4 TO RETURN-CODE
007190     END-IF.
007211 3000-LOG.
007220     MOVE "E" TO WS-LOG-EVENT
007230     MOVE RETURN-CODE TO WS-LOG-RC
007240     CALL "RUNLOG" USING WS-LOG-PROGRAM, WS-LOG-EVENT,
007350 8000-PRINT-RPT-DETAIL.
007360     MOVE "D" TO WS-RPT-OP
007370     CALL "RPTWRITE" USING WS-RPT-CONTROL
007371*----RPTWRITE BLANKS THE REPORT ID WHEN IT CANNOT SPOOL
007372     IF WS-RPT-ID NOT = SPACES
007373         ADD WS-RPT-OUT-COUNT TO WS-OUT-COUNT(7)
007374     END-IF
007380     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
007390 8000-EXIT.
007400     EXIT.
007470     EXIT.
007480
007490 8250-WRITE-ONE-RPT-LINE.
007500     WRITE INVTOTAL-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX)
007501     ADD 1 TO WS-OUT-COUNT(1).
007510 8250-EXIT.
007520     EXIT.
007530
007540*----EVERY OUTPUT IS CLOSED AND REOPENED FOR EXTEND SO ALL IT
007550*----HOLDS IS ON DISK BEFORE THE CHECKPOINT SAYS SO. RPTWRITE'S
007551*----OP E CLOSES THE SPOOL, WHICH IT REOPENS FOR EXTEND ON THE
007552*----NEXT REPORT LINE.
007560 9500-TAKE-CHECKPOINT.
007561     MOVE "E" TO WS-RPT-OP
007562     CALL "RPTWRITE" USING WS-RPT-CONTROL
007570     CLOSE INVTOTAL-OUT
007580     OPEN EXTEND INVTOTAL-OUT
007590     CLOSE STMT-EXTRACT
007600     OPEN EXTEND STMT-EXTRACT
007610     CLOSE STMT-DTL-OUT
007620     OPEN EXTEND STMT-DTL-OUT
007630     CLOSE CREDHOLD-OUT
007640     OPEN EXTEND CREDHOLD-OUT
007650     CLOSE CRED-RPT
007660     OPEN EXTEND CRED-RPT
007670     CLOSE TAXHIST-OUT
007680     OPEN EXTEND TAXHIST-OUT
007690     MOVE WS-LOG-READ TO IK-LINES-READ
007700     MOVE WS-LOG-WRITTEN TO IK-WRITTEN
007710     MOVE WS-CTL-AMOUNT TO IK-CTL-AMOUNT
007720     MOVE WS-FEED-HELD-COUNT TO IK-FEED-HELD
007730     MOVE WS-OTHER-CO-COUNT TO IK-OTHER-CO
007740     MOVE WS-CREDHOLD-COUNT TO IK-CREDHOLD
007750     MOVE WS-PLACED-HOLD-COUNT TO IK-PLACED
007760     MOVE WS-RPT-PAGE-COUNT TO IK-RPT-PAGE
007770     MOVE WS-RPT-LINE-COUNT TO IK-RPT-LINE
007780     MOVE WS-TAX-BASE TO IK-TAX-BASE
007790     PERFORM 9510-PUT-ONE-COUNT THRU 9510-EXIT
007800         VARYING WS-CKP-FX FROM 1 BY 1 UNTIL WS-CKP-FX > 7
007810     OPEN OUTPUT INVCKPT-IO
007820     WRITE INVCKPT-REC
007830     CLOSE INVCKPT-IO.
007840 9500-EXIT.
007850     EXIT.
007860
007870 9510-PUT-ONE-COUNT.
007880     MOVE WS-OUT-COUNT(WS-CKP-FX) TO IK-OUT-COUNT(WS-CKP-FX).
007890 9510-EXIT.
007900     EXIT.
007910
007920*----OPEN, READ AND CLOSE WHICHEVER OUTPUT WS-CKP-FX NAMES, FOR
007930*----THE COUNT AT STARTUP AND THE RESTART COPY.
007940 9600-OPEN-INPUT.
007950     EVALUATE WS-CKP-FX
007960         WHEN 1
007970             OPEN INPUT INVTOTAL-OUT
007980             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
007990         WHEN 2
008000             OPEN INPUT STMT-EXTRACT
008010             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
008020         WHEN 3
008030             OPEN INPUT STMT-DTL-OUT
008040             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
008050         WHEN 4
008060             OPEN INPUT CREDHOLD-OUT
008070             MOVE WS-CHOLD-STATUS TO WS-OPEN-RESULT
008080         WHEN 5
008090             OPEN INPUT CRED-RPT
008100             MOVE WS-OUT-STATUS TO WS-OPEN-RESULT
008110         WHEN 6
008120             OPEN INPUT TAXHIST-OUT
008130             MOVE WS-THIST-STATUS TO WS-OPEN-RESULT
008131         WHEN 7
008132             OPEN INPUT SPOOL-IO
008133             MOVE WS-SPOOL-STATUS TO WS-OPEN-RESULT
008140     END-EVALUATE.
008150 9600-EXIT.
008160     EXIT.
008170
008180 9610-READ-OUT.
008190     EVALUATE WS-CKP-FX
008200         WHEN 1
008210             READ INVTOTAL-OUT INTO CKP-SAVE-REC
008220                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008230             END-READ
008240         WHEN 2
008250             READ STMT-EXTRACT INTO CKP-SAVE-REC
008260                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008270             END-READ
008280         WHEN 3
008290             READ STMT-DTL-OUT INTO CKP-SAVE-REC
008300                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008310             END-READ
008320         WHEN 4
008330             READ CREDHOLD-OUT INTO CKP-SAVE-REC
008340                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008350             END-READ
008360         WHEN 5
008370             READ CRED-RPT INTO CKP-SAVE-REC
008380                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008390             END-READ
008400         WHEN 6
008410             READ TAXHIST-OUT INTO CKP-SAVE-REC
008420                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008430             END-READ
008431         WHEN 7
008432             READ SPOOL-IO INTO CKP-SAVE-REC
008433                 AT END MOVE "Y" TO WS-COPY-EOF-SW
008434             END-READ
008440     END-EVALUATE.
008450 9610-EXIT.
008460     EXIT.
008470
008480 9620-CLOSE-OUT.
008490     EVALUATE WS-CKP-FX
008500         WHEN 1
008510             CLOSE INVTOTAL-OUT
008520         WHEN 2
008530             CLOSE STMT-EXTRACT
008540         WHEN 3
008550             CLOSE STMT-DTL-OUT
008560         WHEN 4
008570             CLOSE CREDHOLD-OUT
008580         WHEN 5
008590             CLOSE CRED-RPT
008600         WHEN 6
008610             CLOSE TAXHIST-OUT
008611         WHEN 7
008612             CLOSE SPOOL-IO
008620     END-EVALUATE.
008630 9620-EXIT.
008640     EXIT.
008650
008660 9630-OPEN-OUTPUT.
008670     EVALUATE WS-CKP-FX
008680         WHEN 1
008690             OPEN OUTPUT INVTOTAL-OUT
008700         WHEN 2
008710             OPEN OUTPUT STMT-EXTRACT
008720         WHEN 3
008730             OPEN OUTPUT STMT-DTL-OUT
008740         WHEN 4
008750             OPEN OUTPUT CREDHOLD-OUT
008760         WHEN 5
008770             OPEN OUTPUT CRED-RPT
008780         WHEN 6
008790             OPEN OUTPUT TAXHIST-OUT
008791         WHEN 7
008792             OPEN OUTPUT SPOOL-IO
008800     END-EVALUATE.
008810 9630-EXIT.
008820     EXIT.
