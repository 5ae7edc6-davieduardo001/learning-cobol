000150*                   BALANCE AND THE FEE ASSESSED FROM THE
000160*                   ACCTFEE CONTROL, WITH EVERY NOTICE ON THE
000170*                   ODNOTREG REGISTER.
000171*   2026-10-15  DP  AN OVERDRAWN CUSTOMER WHOSE ADDRESS RETMAIL
000172*                   HAS FLAGGED BAD GETS NO NOTICE OR REGISTER
000173*                   LINE - IT IS LISTED ON THE NEWADDR REPORT
000174*                   THROUGH NEWADDR INSTEAD.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000710     88  NO-MORE-FEE-CTL      VALUE "Y".
000720 01  WS-FEE-AMOUNT        PIC 9(3)V99 VALUE 25.00.
000730 01  WS-TODAY-DATE        PIC 9(8) VALUE 0.
000731 01  WS-NOTICE-COUNT      PIC 9(5) COMP VALUE 0.
000732 01  WS-BADADDR-COUNT     PIC 9(5) COMP VALUE 0.
000733 01  WS-NA-PROGRAM        PIC X(10) VALUE "ODNOTICE".
000734 01  WS-NA-DOCUMENT       PIC X(16) VALUE "OVERDRAFT NOTICE".
000750 01  WS-NOTICE-LINE-1.
000760     05  FILLER           PIC X(4) VALUE "TO: ".
000770     05  NL-NAME          PIC X(20).
001610     EXIT.
001620
001630 2000-NOTICE-ONE.
001631     IF NOT AB-IS-OVERDRAWN
001632         GO TO 2000-NEXT
001633     END-IF
001634     PERFORM 2050-READ-CUSTOMER THRU 2050-EXIT
001635*----A NOTICE TO A RETURNED ADDRESS ONLY COMES BACK AGAIN - THE
001636*----FEE STANDS, BUT THE CUSTOMER GOES ON THE NEWADDR REPORT.
001637     IF WS-CUST-STATUS = "00" AND badAddress
001638         ADD 1 TO WS-BADADDR-COUNT
001639         CALL "NEWADDR" USING WS-NA-PROGRAM, WS-NA-DOCUMENT,
001640             WS-TODAY-DATE, Customer
001641         GO TO 2000-NEXT
001642     END-IF
001643     PERFORM 2100-PRINT-NOTICE THRU 2100-EXIT
001644     PERFORM 2200-WRITE-REGISTER THRU 2200-EXIT
001645     ADD 1 TO WS-NOTICE-COUNT.
001646 2000-NEXT.
001647     PERFORM 1100-READ-BALANCE THRU 1100-EXIT.
001700 2000-EXIT.
001710     EXIT.
001720
001721 2050-READ-CUSTOMER.
001722     MOVE "23" TO WS-CUST-STATUS
001723     IF CUSTMAST-IS-OPEN
001724         MOVE AB-IDENT TO ident
001725         READ CUSTMAST
001726             INVALID KEY
001727                 CONTINUE
001728         END-READ
001729     END-IF.
001730 2050-EXIT.
001731     EXIT.
001732
001733*----SAME MAILING ADDRESS BLOCK CUSTWARN PRINTS.
001734 2100-PRINT-NOTICE.
001735     MOVE SPACES TO NL-NAME
001736     IF WS-CUST-STATUS = "00"
001850         MOVE custName TO NL-NAME
001860         WRITE NOTICE-PRT-REC FROM WS-NOTICE-LINE-1
001870         MOVE streetAddress TO NL-STREET
002150     EXIT.
002160
002170 3000-TERMINATE.
002171     DISPLAY "ODNOTICE: NOTICES PRODUCED - " WS-NOTICE-COUNT
002172     DISPLAY "ODNOTICE: BAD ADDRESSES HELD FOR NEWADDR - "
002173         WS-BADADDR-COUNT
002190     IF RETURN-CODE NOT = 8
002200         CLOSE ACCTBAL-IN
002210         IF CUSTMAST-IS-OPEN
