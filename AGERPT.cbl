000340*                   APPENDS TO JOBHIST, SO AGETREND CAN SHOW
000350*                   WHETHER COLLECTIONS ARE GETTING BETTER OR
000360*                   WORSE INSTEAD OF LOSING LAST RUN'S NUMBERS.
000361*   2026-10-15  DP  OPEN LINES NOW AGE FROM THEIR DUE DATE (SET
000362*                   FROM THE CUSTOMER'S PAYMENT TERMS BY CASHRCPT)
000363*                   AS THOUGH INVOICED 30 DAYS BEFORE IT, SO A
000364*                   NET-60 CUSTOMER IS NO LONGER AGED A MONTH
000365*                   EARLY. LINES WITHOUT A DUE DATE AGE FROM THE
000366*                   INVOICE DATE AS BEFORE.
000368*   2026-10-15  DP  EACH CUSTOMER AND TOTAL LINE IS ALSO PASSED TO
000370*                   RPTWRITE AS A SPREADSHEET ROW OF UNEDITED
000372*                   AMOUNTS, WRITTEN TO THE RPTCSV COMPANION WHEN
000374*                   AN RPTCSVC CARD NAMES AGERPT.
000375*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000376*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000377*                   ORDER.
000378*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000470     SELECT AGING-RPT     ASSIGN TO AGEDRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT OPENITEM-IN   ASSIGN TO OPENITEM
000491         ORGANIZATION IS INDEXED
000492         ACCESS MODE IS SEQUENTIAL
000493         RECORD KEY IS OI-KEY
000494         ALTERNATE RECORD KEY IS OI-STATUS
000495             WITH DUPLICATES
000510         FILE STATUS IS WS-OPEN-STATUS.
000520     SELECT DISPUTES-IN   ASSIGN TO DISPUTES
000530         ORGANIZATION IS LINE SEQUENTIAL
001360     05  WS-INV-MONTH     PIC 99.
001370     05  WS-INV-DAY       PIC 99.
001380 01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
001381*----A LINE WITH A DUE DATE AGES FROM IT AS THOUGH INVOICED
001382*----30 DAYS BEFORE, SO THE BUCKETS KEEP THEIR NET-30 MEANING
001383*----WHATEVER THE CUSTOMER'S TERMS - A NET-60 INVOICE STAYS
001384*----CURRENT UNTIL IT FALLS DUE.
001385 01  WS-DUE-OFFSET        PIC 9(2) VALUE 0.
001390 01  WS-WORK-AMT          PIC S9(6)V99 VALUE 0.
001400 01  WS-WORK-CUST         PIC X(7) VALUE SPACES.
001410 01  WS-CUST-COUNT        PIC 9(4) COMP VALUE 0.
001710     05  DL-DISPUTED      PIC -Z,ZZZ,ZZ9.99.
001720     05  FILLER           PIC X(1) VALUE SPACE.
001730     05  DL-FLAG          PIC X(4).
001731*----RPTWRITE CONTROL BLOCK, USED HERE ONLY FOR OP C - THE
001732*----SPREADSHEET COMPANION ROWS WHEN RPTCSVC NAMES THIS REPORT.
001733 01  WS-RPT-CONTROL.
001734     05  WS-RPT-OP          PIC X(1) VALUE "C".
001735     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
001736     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 0.
001737     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
001738     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
001739     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
001740     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001741     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001742     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001743     05  WS-RPT-ID          PIC X(8) VALUE "AGERPT".
001744     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001745     05  WS-RPT-CSV-TYPE    PIC X(1) VALUE SPACE.
001746     05  WS-RPT-CSV-COUNT   PIC 9(2) VALUE 0.
001747     05  WS-RPT-CSV-FIELD   PIC X(30) OCCURS 12 TIMES.
001748 01  WS-CSV-AMOUNT          PIC -(11)9.99.
001749
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350         IF WS-REMAINING NOT = 0
002360             MOVE OI-CUST-ID TO WS-WORK-CUST
002370             MOVE WS-REMAINING TO WS-WORK-AMT
002371             IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
002372                 MOVE OI-DUE-DATE TO WS-INV-DATE
002373                 MOVE 30 TO WS-DUE-OFFSET
002374             ELSE
002375                 MOVE OI-INV-DATE TO WS-INV-DATE
002376                 MOVE 0 TO WS-DUE-OFFSET
002377             END-IF
002390             MOVE OI-DESCRIPTION TO WS-CHK-DESC
002400             PERFORM 1700-CHECK-DISPUTE THRU 1700-EXIT
002410             IF LINE-IN-DISPUTE
003610             ((WS-RUN-YEAR - WS-INV-YEAR) * 360)
003620             + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
003630             + (WS-RUN-DAY - WS-INV-DAY)
003631             + WS-DUE-OFFSET
003640     END-IF
003650     SET AG-IDX TO WS-HOLD-IDX
003660     EVALUATE TRUE
004200     IF WS-CUST-COUNT = 0
004210         GO TO 4000-EXIT
004220     END-IF
004221     MOVE "H" TO WS-RPT-CSV-TYPE
004222     MOVE 7 TO WS-RPT-CSV-COUNT
004223     MOVE "CUSTOMER" TO WS-RPT-CSV-FIELD(1)
004224     MOVE "CURRENT" TO WS-RPT-CSV-FIELD(2)
004225     MOVE "30 DAYS" TO WS-RPT-CSV-FIELD(3)
004226     MOVE "60 DAYS" TO WS-RPT-CSV-FIELD(4)
004227     MOVE "90 PLUS" TO WS-RPT-CSV-FIELD(5)
004228     MOVE "DISPUTED" TO WS-RPT-CSV-FIELD(6)
004229     MOVE "FLAG" TO WS-RPT-CSV-FIELD(7)
004230     PERFORM 4900-SEND-CSV-ROW THRU 4900-EXIT
004231     PERFORM 4100-PRINT-ONE-CUSTOMER THRU 4100-EXIT
004240         VARYING AG-IDX FROM 1 BY 1
004250         UNTIL AG-IDX > WS-CUST-COUNT
004260     MOVE SPACES TO WS-DETAIL-LINE
004300     MOVE WS-TOT-60 TO DL-60
004310     MOVE WS-TOT-90PLUS TO DL-90PLUS
004320     MOVE WS-TOT-DISPUTED TO DL-DISPUTED
004330     WRITE AGING-RPT-REC FROM WS-DETAIL-LINE
004331     MOVE "T" TO WS-RPT-CSV-TYPE
004332     MOVE "TOTAL" TO WS-RPT-CSV-FIELD(1)
004333     MOVE WS-TOT-CURRENT TO WS-CSV-AMOUNT
004334     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(2)
004335     MOVE WS-TOT-30 TO WS-CSV-AMOUNT
004336     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(3)
004337     MOVE WS-TOT-60 TO WS-CSV-AMOUNT
004338     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(4)
004339     MOVE WS-TOT-90PLUS TO WS-CSV-AMOUNT
004340     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(5)
004341     MOVE WS-TOT-DISPUTED TO WS-CSV-AMOUNT
004342     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
004343     MOVE SPACES TO WS-RPT-CSV-FIELD(7)
004344     PERFORM 4900-SEND-CSV-ROW THRU 4900-EXIT.
004345 4000-EXIT.
004350     EXIT.
004360
004370 4100-PRINT-ONE-CUSTOMER.
004480         MOVE SPACES TO DL-FLAG
004490     END-IF
004500     WRITE AGING-RPT-REC FROM WS-DETAIL-LINE
004501     MOVE "D" TO WS-RPT-CSV-TYPE
004502     MOVE WS-A-CUST-ID(AG-IDX) TO WS-RPT-CSV-FIELD(1)
004503     MOVE WS-A-CURRENT(AG-IDX) TO WS-CSV-AMOUNT
004504     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(2)
004505     MOVE WS-A-30(AG-IDX) TO WS-CSV-AMOUNT
004506     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(3)
004507     MOVE WS-A-60(AG-IDX) TO WS-CSV-AMOUNT
004508     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(4)
004509     MOVE WS-A-90PLUS(AG-IDX) TO WS-CSV-AMOUNT
004510     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(5)
004511     MOVE WS-A-DISPUTED(AG-IDX) TO WS-CSV-AMOUNT
004512     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
004513     MOVE DL-FLAG TO WS-RPT-CSV-FIELD(7)
004514     PERFORM 4900-SEND-CSV-ROW THRU 4900-EXIT
004515     MOVE WS-RUN-DATE TO AG-RUN-DATE
004520     MOVE WS-A-CUST-ID(AG-IDX) TO AG-CUST-ID
004530     MOVE WS-A-CURRENT(AG-IDX) TO AG-CURRENT
004540     MOVE WS-A-30(AG-IDX) TO AG-30
004570     WRITE AGEHIST-REC.
004580 4100-EXIT.
004590     EXIT.
004591
004592*----RPTWRITE WRITES THE ROW ONLY IF RPTCSVC NAMES THIS REPORT.
004593 4900-SEND-CSV-ROW.
004594     MOVE "C" TO WS-RPT-OP
004595     CALL "RPTWRITE" USING WS-RPT-CONTROL.
004596 4900-EXIT.
004597     EXIT.
004600
004610 5000-TERMINATE.
004620     DISPLAY "AGERPT: CUSTOMERS AGED - " WS-CUST-COUNT
004660         CLOSE STMT-LINES-IN
004670         CLOSE STMT-INV-IN
004680     END-IF
004681     MOVE "E" TO WS-RPT-OP
004682     CALL "RPTWRITE" USING WS-RPT-CONTROL
004690     CLOSE AGEHIST-OUT
004700     CLOSE AGING-RPT.
004710 5000-EXIT.
