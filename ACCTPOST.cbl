000190*                   RESULTING BALANCE), SO ACCTPRF CAN PROVE
000200*                   ANY BALANCE BACK FROM ITS HISTORY WHEN A
000210*                   CUSTOMER QUESTIONS IT.
000211*   2026-10-15  DP  THE MONTH-END INTEREST CREDITS ACCTINT LEAVES
000212*                   ON INTTRAN ARE POSTED AFTER THE DAY'S
000213*                   ACCTTRAN, EACH TO ACCTHIST AND AS AN INTEREST
000214*                   CREDIT LINE ON STMTIN, AND INTTRAN IS THEN
000215*                   EMPTIED.
000216*   2026-10-15  DP  EACH ACCTHIST RECORD NOW CARRIES ITS SOURCE -
000217*                   T FOR AN ACCTTRAN POSTING, I FOR AN INTEREST
000218*                   CREDIT - SO THE ESCHEAT RUN CAN TELL OWNER
000219*                   ACTIVITY FROM OUR OWN POSTINGS.
000220*   2026-10-15  DP  A POSTING OR INTEREST CREDIT WHOSE DATE FALLS
000221*                   IN AN ACCOUNTING MONTH CLOSED FOR THE IDENT'S
000222*                   COMPANY (OFF CUSTMAST, THROUGH PERDCHK) IS NOT
000223*                   POSTED - IT GOES TO THE ACCTSUSP SUSPENSE FILE
000224*                   AND THE STEP ENDS RC 4.
000225*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000330     SELECT ACCTHIST-OUT ASSIGN TO ACCTHIST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HIST-STATUS.
000351     SELECT INTTRAN-IN  ASSIGN TO INTTRAN
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WS-INT-STATUS.
000354     SELECT STMT-LINES  ASSIGN TO STMTIN
000355         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-STMT-STATUS.
000357     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000358         ORGANIZATION IS INDEXED
000359         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ident
000361         FILE STATUS IS WS-CUST-STATUS.
000362     SELECT ACCTSUSP-OUT ASSIGN TO ACCTSUSP
000363         ORGANIZATION IS LINE SEQUENTIAL
000364         FILE STATUS IS WS-SUSP-STATUS.
000365
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ACCTBAL-IO.
000550                            SIGN IS LEADING SEPARATE.
000560     05  AH-BALANCE         PIC S9(6)V99
000570                            SIGN IS LEADING SEPARATE.
000571*----T TRANSACTION, I INTEREST, F FEE, E ESCHEAT - BLANK ON
000572*----POSTINGS MADE BEFORE THE SOURCE WAS KEPT.
000573     05  AH-SOURCE          PIC X(1).
000574
000575*----MONTH-END INTEREST CREDITS FROM ACCTINT, ACCTTRAN LAYOUT.
000576 FD  INTTRAN-IN.
000577 01  INTTRAN-REC.
000578     05  IT-IDENT           PIC 9(7).
000579     05  IT-AMOUNT          PIC S9(6)V99
000580                            SIGN IS LEADING SEPARATE.
000581
000582 FD  STMT-LINES.
000583 01  STMT-LINE-REC.
000584     05  SL-CUST-ID         PIC X(7).
000585     05  SL-DESCRIPTION     PIC X(20).
000586     05  SL-AMOUNT          PIC S9(6)V99
000587                            SIGN IS LEADING SEPARATE.
000588     05  SL-INV-DATE        PIC 9(8).
000589
000590 FD  CUSTMAST.
000591     COPY "CUSTOMER.cpy".
000592
000593*----POSTINGS HELD BACK BECAUSE THE POSTING DATE FALLS IN A CLOSED
000594*----ACCOUNTING MONTH - ACCTTRAN LAYOUT PLUS THE SOURCE AND THE
000595*----DATE REFUSED, TO BE RE-ENTERED ONCE THE PERIOD IS SETTLED.
000596*----KEPT ACROSS RUNS, SO NOTHING SUSPENDED IS LOST.
000597 FD  ACCTSUSP-OUT.
000598 01  ACCTSUSP-REC.
000599     05  AS-IDENT           PIC 9(7).
000600     05  AS-AMOUNT          PIC S9(6)V99
000601                            SIGN IS LEADING SEPARATE.
000602     05  AS-SOURCE          PIC X(1).
000603     05  AS-POST-DATE       PIC 9(8).
000604     05  AS-REASON          PIC X(1).
000605         88  AS-CLOSED-PERIOD   VALUE "P".
000606
000607 WORKING-STORAGE SECTION.
000608 01  WS-BAL-STATUS          PIC X(2) VALUE SPACES.
000610 01  WS-TRAN-EOF-SW         PIC X(1) VALUE "N".
000620     88  NO-MORE-TRANS          VALUE "Y".
000630 01  WS-BAL-ON-FILE-SW      PIC X(1) VALUE "N".
000650 01  WS-POST-COUNT          PIC 9(7) COMP VALUE 0.
000660 01  WS-HIST-STATUS         PIC X(2) VALUE SPACES.
000670 01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
000671 01  WS-INT-STATUS          PIC X(2) VALUE SPACES.
000672 01  WS-STMT-STATUS         PIC X(2) VALUE SPACES.
000673 01  WS-INT-EOF-SW          PIC X(1) VALUE "N".
000674     88  NO-MORE-INTEREST       VALUE "Y".
000675 01  WS-INT-COUNT           PIC 9(7) COMP VALUE 0.
000676 01  WS-POST-IDENT          PIC 9(7) VALUE 0.
000677 01  WS-POST-AMOUNT         PIC S9(6)V99 VALUE 0.
000678 01  WS-POST-SOURCE         PIC X(1) VALUE SPACE.
000679 01  WS-SL-ID-9             PIC 9(7) VALUE 0.
000680 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
000681 01  WS-CUST-OPEN-SW        PIC X(1) VALUE "N".
000682     88  CUSTMAST-IS-OPEN       VALUE "Y".
000683 01  WS-SUSP-STATUS         PIC X(2) VALUE SPACES.
000684 01  WS-SUSP-OPEN-SW        PIC X(1) VALUE "N".
000685     88  ACCTSUSP-IS-OPEN       VALUE "Y".
000686 01  WS-SUSP-COUNT          PIC 9(7) COMP VALUE 0.
000687*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
000688 01  WS-PERD-COMPANY        PIC X(2) VALUE SPACES.
000689 01  WS-PERD-RESULT         PIC X(1) VALUE SPACE.
000690     88  PERIOD-IS-CLOSED       VALUE "C".
000691
000692 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000720     PERFORM 2000-POST-ONE THRU 2000-EXIT
000730         UNTIL NO-MORE-TRANS
000731     IF RETURN-CODE < 8
000732         PERFORM 2500-POST-INTEREST THRU 2500-EXIT
000733     END-IF
000740     PERFORM 3000-TERMINATE THRU 3000-EXIT
000750     GOBACK.
000760
000810         OPEN OUTPUT ACCTHIST-OUT
000820     END-IF
000830     OPEN INPUT ACCTTRAN-IN
000831*----CUSTMAST ONLY SUPPLIES EACH IDENT'S COMPANY FOR THE PERIOD
000832*----CHECK - WITHOUT IT EVERY POSTING IS CHECKED AS THE ORIGINAL
000833*----COMPANY'S.
000834     OPEN INPUT CUSTMAST
000835     IF WS-CUST-STATUS = "00"
000836         MOVE "Y" TO WS-CUST-OPEN-SW
000837     ELSE
000838         DISPLAY "ACCTPOST: CUSTMAST UNAVAILABLE - PERIODS "
000839             "CHECKED FOR THE ORIGINAL COMPANY"
000840     END-IF
000841     OPEN I-O ACCTBAL-IO
000850     IF WS-BAL-STATUS = "35"
000860         CLOSE ACCTBAL-IO
000870         OPEN OUTPUT ACCTBAL-IO
001070     EXIT.
001080
001090 2000-POST-ONE.
001091     MOVE AT-IDENT TO WS-POST-IDENT
001092     MOVE AT-AMOUNT TO WS-POST-AMOUNT
001094     MOVE "T" TO WS-POST-SOURCE
001096     PERFORM 2100-APPLY-POSTING THRU 2100-EXIT
001098     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001100 2000-EXIT.
001102     EXIT.
001104
001106*----ONE AMOUNT AGAINST ONE BALANCE, WITH ITS HISTORY RECORD.
001108 2100-APPLY-POSTING.
001109     PERFORM 2200-CHECK-PERIOD THRU 2200-EXIT
001110     IF PERIOD-IS-CLOSED
001111         PERFORM 2300-SUSPEND-POSTING THRU 2300-EXIT
001112         GO TO 2100-EXIT
001113     END-IF
001114     MOVE "N" TO WS-BAL-ON-FILE-SW
001115     MOVE WS-POST-IDENT TO AB-IDENT
001120     READ ACCTBAL-IO
001130         INVALID KEY
001140             CONTINUE
001160     IF WS-BAL-STATUS = "00"
001170         MOVE "Y" TO WS-BAL-ON-FILE-SW
001180     ELSE
001181         MOVE WS-POST-IDENT TO AB-IDENT
001200         MOVE 0 TO AB-BALANCE
001210         MOVE "N" TO AB-OVERDRAFT
001220     END-IF
001221     ADD WS-POST-AMOUNT TO AB-BALANCE
001240     IF BAL-REC-ON-FILE
001250         REWRITE AcctBalance
001260             INVALID KEY
001350         END-WRITE
001360     END-IF
001370     ADD 1 TO WS-POST-COUNT
001371     MOVE WS-POST-IDENT TO AH-IDENT
001390     MOVE WS-TODAY-DATE TO AH-POST-DATE
001391     MOVE WS-POST-AMOUNT TO AH-AMOUNT
001410     MOVE AB-BALANCE TO AH-BALANCE
001411     MOVE WS-POST-SOURCE TO AH-SOURCE
001412     WRITE ACCTHIST-REC.
001413 2100-EXIT.
001414     EXIT.
001415
001416*----THE IDENT'S COMPANY OFF CUSTMAST - AN UNKNOWN IDENT OR NO
001417*----MASTER CHECKS AS THE ORIGINAL COMPANY.
001418 2200-CHECK-PERIOD.
001419     MOVE SPACES TO WS-PERD-COMPANY
001420     IF CUSTMAST-IS-OPEN
001421         MOVE WS-POST-IDENT TO ident
001422         READ CUSTMAST
001423             INVALID KEY
001424                 MOVE SPACES TO companyCode
001425         END-READ
001426         MOVE companyCode TO WS-PERD-COMPANY
001427     END-IF
001428     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-TODAY-DATE,
001429         WS-PERD-RESULT.
001430 2200-EXIT.
001431     EXIT.
001432
001433*----A POSTING INTO A CLOSED MONTH NEVER TOUCHES THE BALANCE OR
001434*----THE HISTORY - IT WAITS ON ACCTSUSP.
001435 2300-SUSPEND-POSTING.
001436     IF NOT ACCTSUSP-IS-OPEN
001437         OPEN EXTEND ACCTSUSP-OUT
001438         IF WS-SUSP-STATUS = "35"
001439             OPEN OUTPUT ACCTSUSP-OUT
001440         END-IF
001441         MOVE "Y" TO WS-SUSP-OPEN-SW
001442     END-IF
001443     MOVE WS-POST-IDENT TO AS-IDENT
001444     MOVE WS-POST-AMOUNT TO AS-AMOUNT
001445     MOVE WS-POST-SOURCE TO AS-SOURCE
001446     MOVE WS-TODAY-DATE TO AS-POST-DATE
001447     SET AS-CLOSED-PERIOD TO TRUE
001448     WRITE ACCTSUSP-REC
001449     ADD 1 TO WS-SUSP-COUNT.
001450 2300-EXIT.
001451     EXIT.
001452
001453*----THE MONTH'S INTEREST CREDITS POST LIKE ANY OTHER CREDIT
001454*----AND EACH PUTS ITS OWN LINE ON THE CUSTOMER'S STATEMENT.
001455*----THE FILE IS EMPTIED ONCE POSTED SO IT CANNOT POST TWICE.
001456 2500-POST-INTEREST.
001457     OPEN INPUT INTTRAN-IN
001458     IF WS-INT-STATUS NOT = "00"
001459         GO TO 2500-EXIT
001460     END-IF
001461     OPEN EXTEND STMT-LINES
001462     IF WS-STMT-STATUS = "35"
001463         OPEN OUTPUT STMT-LINES
001464     END-IF
001465     PERFORM 2550-READ-INTEREST THRU 2550-EXIT
001466     PERFORM 2600-POST-ONE-INTEREST THRU 2600-EXIT
001467         UNTIL NO-MORE-INTEREST
001468     CLOSE INTTRAN-IN
001469     CLOSE STMT-LINES
001470     OPEN OUTPUT INTTRAN-IN
001471     CLOSE INTTRAN-IN.
001472 2500-EXIT.
001473     EXIT.
001474
001475 2550-READ-INTEREST.
001476     READ INTTRAN-IN
001477         AT END MOVE "Y" TO WS-INT-EOF-SW
001478     END-READ.
001479 2550-EXIT.
001480     EXIT.
001481
001482 2600-POST-ONE-INTEREST.
001483     MOVE IT-IDENT TO WS-POST-IDENT
001484     MOVE IT-AMOUNT TO WS-POST-AMOUNT
001485     MOVE "I" TO WS-POST-SOURCE
001486     PERFORM 2100-APPLY-POSTING THRU 2100-EXIT
001487*----A SUSPENDED CREDIT PUTS NOTHING ON THE STATEMENT EITHER
001488     IF PERIOD-IS-CLOSED
001489         PERFORM 2550-READ-INTEREST THRU 2550-EXIT
001490         GO TO 2600-EXIT
001491     END-IF
001492     ADD 1 TO WS-INT-COUNT
001493     MOVE SPACES TO STMT-LINE-REC
001494     MOVE IT-IDENT TO WS-SL-ID-9
001495     MOVE WS-SL-ID-9 TO SL-CUST-ID
001496     MOVE "INTEREST CREDIT" TO SL-DESCRIPTION
001497     COMPUTE SL-AMOUNT = 0 - IT-AMOUNT
001498     MOVE WS-TODAY-DATE TO SL-INV-DATE
001499     WRITE STMT-LINE-REC
001500     PERFORM 2550-READ-INTEREST THRU 2550-EXIT.
001501 2600-EXIT.
001502     EXIT.
001503
001504 3000-TERMINATE.
001505     DISPLAY "ACCTPOST: TRANSACTIONS POSTED - " WS-POST-COUNT
001506     DISPLAY "ACCTPOST: INTEREST CREDITS POSTED - " WS-INT-COUNT
001507     DISPLAY "ACCTPOST: SUSPENDED - CLOSED PERIOD - "
001508         WS-SUSP-COUNT
001509     IF ACCTSUSP-IS-OPEN
001510         CLOSE ACCTSUSP-OUT
001511         IF RETURN-CODE < 4
001512             MOVE 4 TO RETURN-CODE
001513         END-IF
001514     END-IF
001515     IF CUSTMAST-IS-OPEN
001516         CLOSE CUSTMAST
001517     END-IF
001518     CLOSE ACCTBAL-IO
001519     CLOSE ACCTTRAN-IN
001520     CLOSE ACCTHIST-OUT.
001521 3000-EXIT.
001530     EXIT.
