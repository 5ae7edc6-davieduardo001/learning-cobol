000200*                   REGISTER LISTS EVERY LETTER PRODUCED.
000201*   2026-09-03  DP  THE RUN DATE NOW COMES FROM THE BUSDATE
000202*                   CONTROL THROUGH GETBDATE.
000203*   2026-10-15  DP  OPEN LINES NOW AGE FROM THEIR DUE DATE (SET
000204*                   FROM THE CUSTOMER'S PAYMENT TERMS BY CASHRCPT)
000205*                   AS THOUGH INVOICED 30 DAYS BEFORE IT, SO A
000206*                   NET-60 CUSTOMER IS NO LONGER DUNNED A MONTH
000207*                   EARLY.
000209*   2026-10-15  DP  CUSTOMERS PLACED FOR COLLECTION BY THE BADDEBT
000211*                   WRITE-OFF RUN ARE NO LONGER DUNNED - THE
000213*                   AGENCY HAS THE ACCOUNT.
000214*   2026-10-15  DP  A CUSTOMER WHOSE ADDRESS RETMAIL HAS FLAGGED
000215*                   BAD GETS NO LETTER AND NO HISTORY - IT IS
000216*                   LISTED ON THE NEWADDR REPORT THROUGH NEWADDR
000217*                   INSTEAD.
000219*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000221*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000223*                   ORDER.
000225*---------------------------------------------------------------
000227 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000251         ORGANIZATION IS INDEXED
000252         ACCESS MODE IS SEQUENTIAL
000253         RECORD KEY IS OI-KEY
000254         ALTERNATE RECORD KEY IS OI-STATUS
000255             WITH DUPLICATES
000270         FILE STATUS IS WS-OPEN-STATUS.
000280     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000290         ORGANIZATION IS INDEXED
000770     05  WS-INV-MONTH     PIC 99.
000780     05  WS-INV-DAY       PIC 99.
000790 01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
000791*----A LINE WITH A DUE DATE AGES FROM IT AS THOUGH INVOICED
000792*----30 DAYS BEFORE, SO THE BUCKETS KEEP THEIR NET-30 MEANING
000793*----WHATEVER THE CUSTOMER'S TERMS - A NET-60 INVOICE STAYS
000794*----CURRENT UNTIL IT FALLS DUE.
000795 01  WS-DUE-OFFSET        PIC 9(2) VALUE 0.
000800 01  WS-REMAINING         PIC S9(6)V99 VALUE 0.
000810 01  WS-CUST-COUNT        PIC 9(4) COMP VALUE 0.
000820 01  WS-FOUND-SW          PIC X(1) VALUE "N".
000900 01  WS-LOCK-PROGRAM      PIC X(10) VALUE "DUNNING".
000910 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
000920 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
000921 01  WS-PLACED-COUNT      PIC 9(4) COMP VALUE 0.
000922 01  WS-BADADDR-COUNT     PIC 9(4) COMP VALUE 0.
000923 01  WS-NA-DOCUMENT       PIC X(16) VALUE "DUNNING LETTER".
000930*----PAST-DUE BALANCES AND LAST DUNNING LEVEL PER CUSTOMER.
000940 01  WS-DUN-TABLE.
000950     05  WS-DUN-ENTRY     OCCURS 999 TIMES
001940     IF WS-REMAINING <= 0 OR OI-INV-DATE = 0
001950         GO TO 2000-NEXT
001960     END-IF
001961     IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
001962         MOVE OI-DUE-DATE TO WS-INV-DATE
001963         MOVE 30 TO WS-DUE-OFFSET
001964     ELSE
001965         MOVE OI-INV-DATE TO WS-INV-DATE
001966         MOVE 0 TO WS-DUE-OFFSET
001967     END-IF
001980     COMPUTE WS-AGE-DAYS =
001990         ((WS-RUN-YEAR - WS-INV-YEAR) * 360)
002000         + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
002010         + (WS-RUN-DAY - WS-INV-DAY)
002011         + WS-DUE-OFFSET
002020     IF WS-AGE-DAYS <= 60
002030         GO TO 2000-NEXT
002040     END-IF
002990     IF WS-D-PASTDUE(DU-IDX) <= 0
003000         GO TO 4100-EXIT
003010     END-IF
003011*----THE AGENCY DOES THE ASKING ONCE AN ACCOUNT IS PLACED
003012     PERFORM 4150-CHECK-PLACED THRU 4150-EXIT
003013     IF placedForCollection
003014         ADD 1 TO WS-PLACED-COUNT
003015         GO TO 4100-EXIT
003016     END-IF
003017*----MAIL TO A RETURNED ADDRESS ONLY COMES BACK AGAIN. NO HISTORY
003018*----IS WRITTEN, SO THE SAME LETTER GOES ONCE IT IS FIXED.
003019     IF badAddress
003020         ADD 1 TO WS-BADADDR-COUNT
003021         CALL "NEWADDR" USING WS-LOCK-PROGRAM, WS-NA-DOCUMENT,
003022             WS-RUN-DATE, Customer
003023         GO TO 4100-EXIT
003024     END-IF
003025     COMPUTE WS-NEW-LEVEL = WS-D-LEVEL(DU-IDX) + 1
003030     IF WS-NEW-LEVEL > 3
003040         MOVE 3 TO WS-NEW-LEVEL
003050     END-IF
003120     ADD 1 TO WS-LETTER-COUNT.
003130 4100-EXIT.
003140     EXIT.
003141
003142*----AN UNKNOWN OR NON-NUMERIC IDENT IS NOT PLACED - IT STILL GETS
003143*----ITS LETTER SO THE BREAK IS VISIBLE.
003144 4150-CHECK-PLACED.
003145     MOVE SPACE TO collectStatus
003146     MOVE SPACE TO badAddressFlag
003147     IF WS-D-CUST-ID(DU-IDX) NOT NUMERIC
003148         GO TO 4150-EXIT
003149     END-IF
003150     MOVE WS-D-CUST-ID(DU-IDX) TO WS-SL-ID-9
003151     MOVE WS-SL-ID-9 TO ident
003152     READ CUSTMAST
003153         INVALID KEY
003154             MOVE SPACE TO collectStatus
003155             MOVE SPACE TO badAddressFlag
003156     END-READ.
003157 4150-EXIT.
003158     EXIT.
003159
003160 4200-PRINT-LETTER.
003170     EVALUATE WS-NEW-LEVEL
003180         WHEN 1
003790
003800 5000-TERMINATE.
003810     DISPLAY "DUNNING: LETTERS PRODUCED - " WS-LETTER-COUNT
003811     DISPLAY "DUNNING: PLACED ACCOUNTS NOT DUNNED - "
003812         WS-PLACED-COUNT
003813     DISPLAY "DUNNING: BAD ADDRESSES HELD FOR NEWADDR - "
003814         WS-BADADDR-COUNT
003820     IF RETURN-CODE = 0
003830         CLOSE OPENITEM-IN
003840         CLOSE CUSTMAST
