000150*                   WRITES THE CUSTWREG NOTICE REGISTER SO THE
000160*                   PURGE RUN CAN SHOW EACH DELETED CUSTOMER
000170*                   WAS WARNED FIRST.
000171*   2026-10-15  DP  A CUSTOMER WHOSE ADDRESS RETMAIL HAS FLAGGED
000172*                   BAD GETS NO NOTICE OR REGISTER LINE - IT IS
000173*                   LISTED ON THE NEWADDR REPORT THROUGH NEWADDR
000174*                   INSTEAD.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000740     05  WS-NC-MONTH       PIC 99.
000750     05  WS-NC-DAY         PIC 99.
000760 01  WS-TODAY-DATE         PIC 9(8) VALUE 0.
000761 01  WS-NOTICE-COUNT       PIC 9(5) COMP VALUE 0.
000762 01  WS-BADADDR-COUNT      PIC 9(5) COMP VALUE 0.
000763 01  WS-NA-DOCUMENT        PIC X(16) VALUE "PURGE WARNING".
000780 01  WS-NOTICE-LINE-1.
000790     05  FILLER            PIC X(4) VALUE "TO: ".
000800     05  NL-NAME           PIC X(20).
001660*----SAME TEST CUSTPURGE WILL MAKE NEXT CYCLE, SO EVERY
001670*----CUSTOMER THE NEXT PURGE WOULD TAKE GETS A NOTICE FIRST.
001680 2000-WARN-PASS.
001681     IF lastActiveDate NOT < WS-NEXT-CUTOFF
001682         GO TO 2000-NEXT
001683     END-IF
001684*----A RETURNED ADDRESS GETS NO NOTICE AND NO REGISTER LINE - THE
001685*----CSRS WORK IT FROM THE NEWADDR REPORT INSTEAD.
001686     IF badAddress
001687         ADD 1 TO WS-BADADDR-COUNT
001688         CALL "NEWADDR" USING WS-LOCK-PROGRAM, WS-NA-DOCUMENT,
001689             WS-TODAY-DATE, Customer
001690         GO TO 2000-NEXT
001691     END-IF
001692     PERFORM 2100-PRINT-NOTICE THRU 2100-EXIT
001693     PERFORM 2200-WRITE-REGISTER THRU 2200-EXIT
001694     ADD 1 TO WS-NOTICE-COUNT.
001695 2000-NEXT.
001696     PERFORM 1100-READ-NEXT-CUSTOMER THRU 1100-EXIT.
001750 2000-EXIT.
001760     EXIT.
001770
002020     EXIT.
002030
002040 3000-TERMINATE.
002041     DISPLAY "CUSTWARN: NOTICES GENERATED - " WS-NOTICE-COUNT
002042     DISPLAY "CUSTWARN: BAD ADDRESSES HELD FOR NEWADDR - "
002043         WS-BADADDR-COUNT
002060*----THE EARLY BAILS OPEN NOTHING PAST CUSTCTL - ALL THREE
002070*----FILES CARRY A STATUS, SO THE CLOSES ARE SAFE REGARDLESS
002080     CLOSE CUSTMAST
