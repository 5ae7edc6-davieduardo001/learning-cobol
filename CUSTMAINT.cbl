000330*                   THE CARD ASSIGNS ONE ("--" MOVES IT BACK TO
000340*                   THE ORIGINAL), SO A MAINTENANCE TOUCH CAN
000350*                   NO LONGER PAD THE COMPANY BACK TO SPACES.
000351*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000352*                   MATCH JRNLWRIT.
000353*   2026-10-15  DP  PAYMENT TERMS (NET DAYS, DISCOUNT PERCENT,
000354*                   DISCOUNT DAYS) ADDED TO THE TRANSACTION. BLANK
000355*                   TERMS LEAVE A CHANGE'S TERMS ALONE AND PUT AN
000356*                   ADD ON NET 30; KEYED TERMS MUST BE NUMERIC
000357*                   WITH NET DAYS PRESENT AND ANY DISCOUNT WINDOW
000358*                   INSIDE THE NET TERMS.
000360*   2026-10-15  DP  A CHANGE CARRIES THE CUSTOMER'S COLLECTION
000362*                   PLACEMENT ACROSS UNTOUCHED AND AN ADD STARTS
000364*                   UNPLACED - PLACEMENT BELONGS TO THE BADDEBT
000366*                   WRITE-OFF RUN.
000368*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000370*                   AUTHORIZED FOR CUSTMAINT THROUGH SIGNON BEFORE
000372*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000374*                   RUN WITH RETURN CODE 12.
000375*   2026-10-15  DP  A CHANGE CARRIES THE RETURNED-MAIL BAD-ADDRESS
000376*                   FLAG ACROSS UNLESS A DIFFERENT ADDRESS IS
000377*                   KEYED, WHICH CLEARS IT AND SAYS SO ON THE
000378*                   APPLIED LINE; AN ADD STARTS WITH A GOOD
000379*                   ADDRESS.
000380*   2026-10-15  DP  NATIONAL ACCOUNT PARENT IDENT ADDED TO THE
000381*                   TRANSACTION. THE PARENT MUST BE ON FILE AND
000382*                   STAND ALONE, A CUSTOMER CANNOT BE ITS OWN
000383*                   PARENT OR BECOME A BRANCH WHILE IT HAS
000384*                   BRANCHES, AND A PARENT WITH BRANCHES CANNOT BE
000385*                   DELETED. ZEROS DETACHES A BRANCH.
000386*   2026-10-15  DP  SALES REP CODE ADDED TO THE TRANSACTION AND
000387*                   CHECKED AGAINST THE COMMPLAN COMMISSION PLAN
000388*                   TABLE. FOUR DASHES MAKES THE CUSTOMER A HOUSE
000389*                   ACCOUNT.
000390*---------------------------------------------------------------
000391 ENVIRONMENT DIVISION.
000392 INPUT-OUTPUT SECTION.
000393 FILE-CONTROL.
000400     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT MAINT-RPT   ASSIGN TO CUSTMRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT COMMPLAN-IN ASSIGN TO COMMPLAN
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-PLAN-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000780     05  CT-COMPANY.
000790         10  CT-CO-1        PIC X(1).
000800         10  CT-CO-2        PIC X(1).
000801*----PAYMENT TERMS - SPACES LEAVES THE CUSTOMER'S TERMS ALONE
000802*----(AN ADD GETS THE STANDARD NET 30), OTHERWISE NET DAYS,
000803*----DISCOUNT PERCENT AND DISCOUNT DAYS AS ON THE MASTER.
000804     05  CT-TERMS.
000805         10  CT-NET-DAYS    PIC 9(3).
000806         10  CT-DISC-PCT    PIC 9(2)V99.
000807         10  CT-DISC-DAYS   PIC 9(3).
000808*----NATIONAL ACCOUNT PARENT - SPACES LEAVES THE CUSTOMER'S PARENT
000809*----ALONE (AN ADD STANDS ALONE), ZEROS DETACHES A BRANCH FROM ITS
000810*----PARENT, ANYTHING ELSE MAKES THE CUSTOMER A BRANCH OF THAT
000811*----IDENT.
000812     05  CT-PARENT          PIC X(7).
000813     05  CT-PARENT-9 REDEFINES CT-PARENT
000814                            PIC 9(7).
000815*----SALES REP - SPACES LEAVES THE CUSTOMER'S REP ALONE (AN ADD
000816*----IS A HOUSE ACCOUNT), "----" MAKES IT A HOUSE ACCOUNT,
000817*----ANYTHING ELSE ASSIGNS THAT REP, WHO MUST BE ON COMMPLAN.
000818     05  CT-SALES-REP       PIC X(4).
000819
000820 FD  MAINT-RPT.
000830 01  MAINT-RPT-REC          PIC X(70).
000831
000832 FD  COMMPLAN-IN.
000833     COPY "COMMPLAN.cpy".
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
000930 01  WS-REJECT-COUNT        PIC 9(5) COMP VALUE 0.
000940 01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
000950 01  WS-SAVED-COMPANY       PIC X(2) VALUE SPACES.
000951 01  WS-SAVED-TERMS         PIC X(10) VALUE SPACES.
000952 01  WS-SAVED-PLACEMENT     PIC X(9) VALUE SPACES.
000953 01  WS-SAVED-ADDRESS       PIC X(56) VALUE SPACES.
000954 01  WS-SAVED-RETURNED      PIC X(31) VALUE SPACES.
000955 01  WS-FLAG-CLEARED-SW     PIC X(1) VALUE "N".
000956     88  BAD-ADDRESS-CLEARED    VALUE "Y".
000958 01  WS-SAVED-PARENT        PIC 9(7) VALUE 0.
000960 01  WS-BRANCH-SCAN-SW      PIC X(1) VALUE "N".
000962     88  END-OF-BRANCH-SCAN     VALUE "Y".
000964 01  WS-HAS-BRANCH-SW       PIC X(1) VALUE "N".
000966     88  CUSTOMER-HAS-BRANCHES  VALUE "Y".
000967 01  WS-PLAN-STATUS         PIC X(2) VALUE SPACES.
000968 01  WS-PLAN-EOF-SW         PIC X(1) VALUE "N".
000969     88  END-OF-PLAN            VALUE "Y".
000970 01  WS-SAVED-REP           PIC X(4) VALUE SPACES.
000971 01  WS-REP-COUNT           PIC 9(3) COMP VALUE 0.
000972 01  WS-REP-FOUND-SW        PIC X(1) VALUE "N".
000973     88  REP-FOUND              VALUE "Y".
000974*----REP CODES ON THE COMMISSION PLAN, LOADED ONCE PER RUN
000975 01  WS-REP-TABLE.
000976     05  WS-REP-CODE        PIC X(4) OCCURS 200 TIMES
000977                            INDEXED BY RP-IDX.
000978*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000979 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "CUSTMAINT".
000980 01  WS-JRNL-ACTION         PIC X(1) VALUE SPACE.
000990 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
001000 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
001010 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
001020 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
001030 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001031*----OPERATOR SIGN-ON - SEE SIGNON
001032 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
001033 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "CUSTMAINT".
001034 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
001035 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
001040
001050*----POSTAL STATE CODE TABLE - 50 STATES PLUS DC, SEARCHED THE
001060*----SAME WAY GETMSG WALKS ITS MESSAGE TABLE.
001310
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001331     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001332     IF WS-SIGNON-RESULT NOT = "G"
001333         GOBACK
001334     END-IF
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001360         UNTIL NO-MORE-TRANS
001370     PERFORM 3000-TERMINATE THRU 3000-EXIT
001380     GOBACK.
001390
001391*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001392*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001393*----NOTHING AND APPLIES NOTHING.
001394 0500-SIGN-ON.
001395     CALL "SIGNON" USING WS-JRNL-PROGRAM, WS-SIGNON-ACTION,
001396         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001397         WS-SIGNON-RESULT
001398     IF WS-SIGNON-RESULT NOT = "G"
001399         DISPLAY "CUSTMAINT: SIGN-ON REFUSED - NOTHING APPLIED"
001400         MOVE 12 TO RETURN-CODE
001401     END-IF.
001402 0500-EXIT.
001403     EXIT.
001404
001405 1000-INITIALIZE.
001410     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001420*----RESERVE CUSTMAST IN THE SHOP IN-USE CONTROL BEFORE ANY
001430*----UPDATE - BAIL CLEANLY IF ANOTHER PROGRAM HOLDS IT.
001600         MOVE "Y" TO WS-TRAN-EOF-SW
001610     ELSE
001620         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001630     END-IF
001631     PERFORM 1200-LOAD-REPS THRU 1200-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660
001700     END-READ.
001710 1100-EXIT.
001720     EXIT.
001721
001722*----WITHOUT THE PLAN TABLE NO REP CAN BE ASSIGNED - A CARD THAT
001723*----NAMES ONE IS REJECTED, EVERYTHING ELSE STILL APPLIES.
001724 1200-LOAD-REPS.
001725     OPEN INPUT COMMPLAN-IN
001726     IF WS-PLAN-STATUS NOT = "00"
001727         DISPLAY "CUSTMAINT: NO COMMPLAN TABLE - SALES REPS "
001728             "CANNOT BE ASSIGNED THIS RUN"
001729         GO TO 1200-EXIT
001730     END-IF
001731     PERFORM 1250-LOAD-ONE-REP THRU 1250-EXIT
001732         UNTIL END-OF-PLAN OR WS-REP-COUNT >= 200
001733     CLOSE COMMPLAN-IN.
001734 1200-EXIT.
001735     EXIT.
001736
001737 1250-LOAD-ONE-REP.
001738     READ COMMPLAN-IN
001739         AT END MOVE "Y" TO WS-PLAN-EOF-SW
001740     END-READ
001741     IF NOT END-OF-PLAN AND CP-REP NOT = SPACES
001742         ADD 1 TO WS-REP-COUNT
001743         MOVE CP-REP TO WS-REP-CODE(WS-REP-COUNT)
001744     END-IF.
001745 1250-EXIT.
001746     EXIT.
001747
001748 2000-APPLY-TRAN.
001750     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
001760     IF TRAN-IS-VALID
001770         EVALUATE TRUE
001970*----ENFORCES BEFORE IT ACCEPTS A CUSTOMER.
001980 2100-EDIT-TRAN.
001990     MOVE "Y" TO WS-TRAN-VALID-SW
001991     MOVE SPACES TO WS-REJECT-REASON
001992     MOVE "N" TO WS-FLAG-CLEARED-SW
002010     IF NOT CT-ADD-ACTION AND NOT CT-CHANGE-ACTION
002020         AND NOT CT-DELETE-ACTION
002030         MOVE "N" TO WS-TRAN-VALID-SW
002460             AND (CT-CO-1 = SPACE OR CT-CO-2 = SPACE)
002470             MOVE "N" TO WS-TRAN-VALID-SW
002480             MOVE "INVALID COMPANY CODE" TO WS-REJECT-REASON
002481             GO TO 2100-EXIT
002490         END-IF
002491         IF CT-TERMS NOT = SPACES
002492             PERFORM 2170-EDIT-TERMS THRU 2170-EXIT
002493         END-IF
002494             IF NOT TRAN-IS-VALID
002495                 GO TO 2100-EXIT
002496             END-IF
002497             IF CT-PARENT NOT = SPACES
002498                 PERFORM 2180-EDIT-PARENT THRU 2180-EXIT
002499             END-IF
002500         IF NOT TRAN-IS-VALID
002501             GO TO 2100-EXIT
002502         END-IF
002503         IF CT-SALES-REP NOT = SPACES
002504             AND CT-SALES-REP NOT = "----"
002505             PERFORM 2185-EDIT-SALES-REP THRU 2185-EXIT
002506         END-IF
002507     END-IF
002508*----A PARENT WITH BRANCHES STILL POINTING AT IT CANNOT GO - THE
002509*----BRANCHES ARE DETACHED OR MOVED FIRST.
002510     IF CT-DELETE-ACTION
002511         PERFORM 2190-CHECK-BRANCHES THRU 2190-EXIT
002512         IF CUSTOMER-HAS-BRANCHES
002513             MOVE "N" TO WS-TRAN-VALID-SW
002514             MOVE "PARENT STILL HAS BRANCHES" TO WS-REJECT-REASON
002515         END-IF
002516     END-IF.
002517 2100-EXIT.
002520     EXIT.
002530
002540 2150-CHECK-STATE-CODE.
002650     END-IF.
002660 2160-EXIT.
002670     EXIT.
002671
002672*----A DISCOUNT WINDOW LONGER THAN THE NET TERMS IS A KEYING
002673*----ERROR, AS ON THE VENDOR SIDE.
002674 2170-EDIT-TERMS.
002675     IF CT-NET-DAYS NOT NUMERIC OR CT-DISC-PCT NOT NUMERIC
002676         OR CT-DISC-DAYS NOT NUMERIC
002677         MOVE "N" TO WS-TRAN-VALID-SW
002678         MOVE "PAYMENT TERMS NOT NUMERIC" TO WS-REJECT-REASON
002679         GO TO 2170-EXIT
002680     END-IF
002681     IF CT-NET-DAYS = 0
002682         MOVE "N" TO WS-TRAN-VALID-SW
002683         MOVE "NET TERMS DAYS MISSING" TO WS-REJECT-REASON
002684         GO TO 2170-EXIT
002685     END-IF
002686     IF CT-DISC-PCT > 0
002687         AND (CT-DISC-DAYS = 0 OR CT-DISC-DAYS > CT-NET-DAYS)
002688         MOVE "N" TO WS-TRAN-VALID-SW
002689         MOVE "DISCOUNT DAYS OUTSIDE NET TERMS"
002690             TO WS-REJECT-REASON
002691     END-IF.
002692 2170-EXIT.
002693     EXIT.
002694
002695*----THE HIERARCHY IS ONE LEVEL DEEP - THE PARENT MUST BE ON FILE
002696*----AND STAND ALONE ITSELF, A CUSTOMER CANNOT BE ITS OWN PARENT,
002697*----AND A CUSTOMER THAT ALREADY HAS BRANCHES CANNOT BECOME ONE.
002698 2180-EDIT-PARENT.
002699     IF CT-PARENT NOT NUMERIC
002700         MOVE "N" TO WS-TRAN-VALID-SW
002701         MOVE "PARENT IDENT NOT NUMERIC" TO WS-REJECT-REASON
002702         GO TO 2180-EXIT
002703     END-IF
002704     IF CT-PARENT-9 = 0
002705         GO TO 2180-EXIT
002706     END-IF
002707     IF CT-PARENT-9 = CT-IDENT
002708         MOVE "N" TO WS-TRAN-VALID-SW
002709         MOVE "CUSTOMER CANNOT BE OWN PARENT" TO WS-REJECT-REASON
002710         GO TO 2180-EXIT
002711     END-IF
002712     MOVE CT-PARENT-9 TO ident
002713     READ CUSTMAST
002714         INVALID KEY
002715             MOVE "N" TO WS-TRAN-VALID-SW
002716             MOVE "PARENT IDENT NOT ON FILE" TO WS-REJECT-REASON
002717             GO TO 2180-EXIT
002718     END-READ
002719     IF parentIdent IS NUMERIC AND parentIdent NOT = 0
002720         MOVE "N" TO WS-TRAN-VALID-SW
002721         MOVE "PARENT IS ITSELF A BRANCH" TO WS-REJECT-REASON
002722         GO TO 2180-EXIT
002723     END-IF
002724     IF CT-CHANGE-ACTION
002725         PERFORM 2190-CHECK-BRANCHES THRU 2190-EXIT
002726         IF CUSTOMER-HAS-BRANCHES
002727             MOVE "N" TO WS-TRAN-VALID-SW
002728             MOVE "CUSTOMER IS A PARENT" TO WS-REJECT-REASON
002729         END-IF
002730     END-IF.
002731 2180-EXIT.
002732     EXIT.
002733
002734 2185-EDIT-SALES-REP.
002735     MOVE "N" TO WS-REP-FOUND-SW
002736     IF WS-REP-COUNT > 0
002737         PERFORM 2187-MATCH-ONE-REP THRU 2187-EXIT
002738             VARYING RP-IDX FROM 1 BY 1
002739             UNTIL RP-IDX > WS-REP-COUNT OR REP-FOUND
002740     END-IF
002741     IF NOT REP-FOUND
002742         MOVE "N" TO WS-TRAN-VALID-SW
002743         MOVE "SALES REP NOT ON COMMPLAN" TO WS-REJECT-REASON
002744     END-IF.
002745 2185-EXIT.
002746     EXIT.
002747
002748 2187-MATCH-ONE-REP.
002749     IF WS-REP-CODE(RP-IDX) = CT-SALES-REP
002750         MOVE "Y" TO WS-REP-FOUND-SW
002751     END-IF.
002752 2187-EXIT.
002753     EXIT.
002754
002755*----ANY CUSTOMER ON THE MASTER CARRYING THE CARDED IDENT AS ITS
002756*----PARENT - A FULL PASS, ONLY FOR THE RARE CARD THAT NEEDS IT.
002757 2190-CHECK-BRANCHES.
002758     MOVE "N" TO WS-HAS-BRANCH-SW
002759     MOVE "N" TO WS-BRANCH-SCAN-SW
002760     MOVE 0 TO ident
002761     START CUSTMAST KEY IS GREATER THAN ident
002762         INVALID KEY
002763             GO TO 2190-EXIT
002764     END-START
002765     PERFORM 2195-SCAN-ONE-BRANCH THRU 2195-EXIT
002766         UNTIL END-OF-BRANCH-SCAN OR CUSTOMER-HAS-BRANCHES.
002767 2190-EXIT.
002768     EXIT.
002769
002770 2195-SCAN-ONE-BRANCH.
002771     READ CUSTMAST NEXT RECORD
002772         AT END
002773             MOVE "Y" TO WS-BRANCH-SCAN-SW
002774             GO TO 2195-EXIT
002775     END-READ
002776     IF parentIdent IS NUMERIC AND parentIdent = CT-IDENT
002777         MOVE "Y" TO WS-HAS-BRANCH-SW
002778     END-IF.
002779 2195-EXIT.
002780     EXIT.
002781
002782 2200-ADD-CUSTOMER.
002783     MOVE CT-CUSTOMER TO Customer
002784*----THE GROUP MOVE PADS companyCode TO SPACES - SET IT
002785*----EXPLICITLY FROM THE CARD.
002786     IF CT-COMPANY = "--" OR CT-COMPANY = SPACES
002787         MOVE SPACES TO companyCode
002788     ELSE
002789         MOVE CT-COMPANY TO companyCode
002790     END-IF
002791     IF CT-TERMS = SPACES
002792         MOVE 30 TO termsNetDays
002793         MOVE 0 TO termsDiscPct
002794         MOVE 0 TO termsDiscDays
002795     ELSE
002796         MOVE CT-TERMS TO paymentTerms
002797     END-IF
002798*----A NEW CUSTOMER IS NEVER PLACED FOR COLLECTION - ONLY THE
002799*----BADDEBT WRITE-OFF RUN SETS THAT.
002800     MOVE SPACE TO collectStatus
002801     MOVE 0 TO placedDate
002802*----NOR DOES IT START WITH ITS MAIL COMING BACK.
002803     MOVE SPACE TO badAddressFlag
002804     MOVE 0 TO returnedDate
002805     MOVE SPACES TO returnedDoc
002806     MOVE SPACES TO returnedReason
002807     IF CT-PARENT = SPACES
002808         MOVE 0 TO parentIdent
002809     ELSE
002810         MOVE CT-PARENT-9 TO parentIdent
002811     END-IF
002812     IF CT-SALES-REP = SPACES OR CT-SALES-REP = "----"
002813         MOVE SPACES TO salesRep
002814     ELSE
002815         MOVE CT-SALES-REP TO salesRep
002816     END-IF
002817     IF CT-LAST-ACTIVE = ZERO
002818         MOVE WS-TODAY-DATE TO lastActiveDate
002819     END-IF
002820     WRITE Customer
002821         INVALID KEY
002830             MOVE "N" TO WS-TRAN-VALID-SW
002840             MOVE "IDENT ALREADY ON FILE" TO WS-REJECT-REASON
002850     END-WRITE
003060*----SPACES AND SILENTLY REASSIGN THE CUSTOMER - HOLD THE
003070*----COMPANY AND REAPPLY IT UNLESS THE CARD CHANGES IT.
003080         MOVE companyCode TO WS-SAVED-COMPANY
003081         MOVE paymentTerms TO WS-SAVED-TERMS
003082         MOVE collectionPlacement TO WS-SAVED-PLACEMENT
003083         MOVE mailingAddress TO WS-SAVED-ADDRESS
003084         MOVE returnedMail TO WS-SAVED-RETURNED
003085             MOVE 0 TO WS-SAVED-PARENT
003086             IF parentIdent IS NUMERIC
003087                 MOVE parentIdent TO WS-SAVED-PARENT
003088             END-IF
003089         MOVE salesRep TO WS-SAVED-REP
003090         MOVE CT-CUSTOMER TO Customer
003100         EVALUATE TRUE
003110             WHEN CT-COMPANY = SPACES
003150             WHEN OTHER
003160                 MOVE CT-COMPANY TO companyCode
003170         END-EVALUATE
003171         IF CT-TERMS = SPACES
003172             MOVE WS-SAVED-TERMS TO paymentTerms
003173         ELSE
003174             MOVE CT-TERMS TO paymentTerms
003175         END-IF
003176         MOVE WS-SAVED-PLACEMENT TO collectionPlacement
003177             IF CT-PARENT = SPACES
003178                 MOVE WS-SAVED-PARENT TO parentIdent
003179             ELSE
003180                 MOVE CT-PARENT-9 TO parentIdent
003181             END-IF
003182         EVALUATE TRUE
003183             WHEN CT-SALES-REP = SPACES
003184                 MOVE WS-SAVED-REP TO salesRep
003185             WHEN CT-SALES-REP = "----"
003186                 MOVE SPACES TO salesRep
003187             WHEN OTHER
003188                 MOVE CT-SALES-REP TO salesRep
003189         END-EVALUATE
003190*----A NEW ADDRESS KEYED OVER A BAD ONE PUTS THE CUSTOMER BACK IN
003191*----THE MAIL. THE SAME ADDRESS RE-KEYED LEAVES THE FLAG ON.
003192         MOVE WS-SAVED-RETURNED TO returnedMail
003193         IF badAddress AND mailingAddress NOT = WS-SAVED-ADDRESS
003194             MOVE SPACE TO badAddressFlag
003195             MOVE 0 TO returnedDate
003196             MOVE SPACES TO returnedDoc
003197             MOVE SPACES TO returnedReason
003198             MOVE "Y" TO WS-FLAG-CLEARED-SW
003199         END-IF
003200         IF CT-LAST-ACTIVE = ZERO
003201             MOVE WS-TODAY-DATE TO lastActiveDate
003202         END-IF
003210         REWRITE Customer
003220             INVALID KEY
003230                 MOVE "N" TO WS-TRAN-VALID-SW
003650     MOVE CT-IDENT TO OL-IDENT
003660     MOVE CT-NAME TO OL-NAME
003670     MOVE "APPLIED" TO OL-DISPOSITION
003671     MOVE SPACES TO OL-REASON
003672     IF BAD-ADDRESS-CLEARED
003673         MOVE "BAD-ADDRESS FLAG CLEARED" TO OL-REASON
003674     END-IF
003690     WRITE MAINT-RPT-REC FROM WS-OUT-LINE.
003700 2500-EXIT.
003710     EXIT.
