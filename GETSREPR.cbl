000250*                   THE PAIR'S OWN OPERATION, AND THE GETSSUMS
000260*                   OUTPUT CARRIES THE NEW OPERATION-AND-
000270*                   SIGNED-RESULT LAYOUT.
000271*   2026-10-15  DP  EACH SOURCE WITH A CORRECTION RESUBMITTED NOW
000272*                   GETS A GETSACK ACKNOWLEDGMENT IN THE
000273*                   GETSUMBATCH FORM - ACCEPTED, PARTIALLY
000274*                   ACCEPTED OR REJECTED WITH COUNTS AND GETMSG
000275*                   REASON CODES. THE SOURCE ON THE SUSPENSE
000276*                   RECORD CARRIES FORWARD TO GETSUSPN.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000430     SELECT AUDIT-OUT    ASSIGN TO GETSAUD
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUD-STATUS.
000451     SELECT ACK-OUT      ASSIGN TO GETSACK
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-ACK-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000530     05  SP-CONTROL       PIC 9(3).
000540     05  SP-REASON        PIC X(1).
000550     05  SP-OP            PIC X(1).
000551     05  SP-SOURCE        PIC X(8).
000552     05  FILLER           PIC X(1).
000570
000580 FD  FIXES-IN.
000590 01  FIX-REC.
000830     05  SN-CONTROL       PIC 9(3).
000840     05  SN-REASON        PIC X(1).
000850     05  SN-OP            PIC X(1).
000851     05  SN-SOURCE        PIC X(8).
000852     05  FILLER           PIC X(1).
000870
000880 FD  AUDIT-OUT.
000890 01  AUDIT-REC            PIC X(70).
000891
000892 FD  ACK-OUT.
000893     COPY "GETSACK.cpy".
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-SUSP-STATUS       PIC X(2) VALUE SPACES.
000930 01  WS-FIX-STATUS        PIC X(2) VALUE SPACES.
000940 01  WS-SUMS-STATUS       PIC X(2) VALUE SPACES.
000950 01  WS-AUD-STATUS        PIC X(2) VALUE SPACES.
000951 01  WS-ACK-STATUS        PIC X(2) VALUE SPACES.
000960 01  WS-SUSP-EOF-SW       PIC X(1) VALUE "N".
000970     88  END-OF-SUSPENSE      VALUE "Y".
000980 01  WS-FIX-EOF-SW        PIC X(1) VALUE "N".
001290 01  WS-HOLD-NEW-NUM1     PIC 9(3) VALUE 0.
001300 01  WS-HOLD-NEW-NUM2     PIC 9(3) VALUE 0.
001310 01  WS-HOLD-NEW-CTL      PIC 9(3) VALUE 0.
001311*----RESUBMIT RESULTS BY THE SOURCE THAT SENT THE PAIR, FOR THE
001312*----GETSACK ACKNOWLEDGMENTS - SEE GETSUMBATCH. A SUSPENSE RECORD
001313*----WRITTEN BEFORE THE SOURCE WAS CARRIED GOES BACK AS UNKNOWN.
001314 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
001315 01  WS-ACK-PROGRAM       PIC X(10) VALUE "GETSREPR".
001316 01  WS-ACK-SOURCE        PIC X(8) VALUE SPACES.
001317 01  WS-ACK-CODE          PIC 9(3) VALUE 0.
001318 01  WS-ACK-PAIRS         PIC 9(7) VALUE 0.
001319 01  WS-ACK-TEXT          PIC X(45) VALUE SPACES.
001320 01  WS-ACK-COUNT         PIC 9(3) COMP VALUE 0.
001321 01  WS-SRC-COUNT         PIC 9(3) COMP VALUE 0.
001322 01  WS-SX                PIC 9(3) COMP VALUE 0.
001323 01  WS-SRC-FOUND-SW      PIC X(1) VALUE "N".
001324     88  SOURCE-FOUND         VALUE "Y".
001325 01  WS-SRC-TABLE.
001326     05  WS-SRC-ENTRY     OCCURS 50 TIMES.
001327         10  WS-S-SOURCE  PIC X(8).
001328         10  WS-S-RESUB   PIC 9(7) COMP.
001329         10  WS-S-REPAIRED PIC 9(7) COMP.
001330         10  WS-S-FAILED  PIC 9(7) COMP.
001331         10  WS-S-TRUNC   PIC 9(7) COMP.
001332         10  WS-S-BAL     PIC 9(7) COMP.
001333         10  WS-S-ZERO    PIC 9(7) COMP.
001334 01  WS-AUDIT-LINE.
001335     05  AU-DATE          PIC 9(8).
001340     05  FILLER           PIC X(1) VALUE SPACE.
001350     05  AU-TIME          PIC 9(8).
001360     05  FILLER           PIC X(1) VALUE SPACE.
001550 1000-INITIALIZE.
001560     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
001570     ACCEPT WS-CUR-TIME FROM TIME
001571     CALL "GETBDATE" USING WS-BUS-DATE
001580     OPEN INPUT SUSPENSE-IN
001590     IF WS-SUSP-STATUS NOT = "00"
001600         DISPLAY "GETSREPR: NO SUSPENSE FILE - STATUS "
003020                 MOVE "B" TO SN-REASON
003030         END-EVALUATE
003040         MOVE WS-MATH-OP TO SN-OP
003041         MOVE SP-SOURCE TO SN-SOURCE
003050         WRITE SUSPENSE-NEW-REC
003060         MOVE "RESUBMIT FAILED" TO AU-OUTCOME
003070     END-IF
003080     WRITE AUDIT-REC FROM WS-AUDIT-LINE
003081     PERFORM 2400-TALLY-SOURCE THRU 2400-EXIT.
003090 2200-EXIT.
003100     EXIT.
003110
003170     MOVE SP-CONTROL TO SN-CONTROL
003180     MOVE SP-REASON TO SN-REASON
003190     MOVE SP-OP TO SN-OP
003191     MOVE SP-SOURCE TO SN-SOURCE
003200     WRITE SUSPENSE-NEW-REC.
003210 2300-EXIT.
003220     EXIT.
003221
003222 2400-TALLY-SOURCE.
003223     IF SP-SOURCE = SPACES
003224         MOVE "UNKNOWN" TO WS-ACK-SOURCE
003225     ELSE
003226         MOVE SP-SOURCE TO WS-ACK-SOURCE
003227     END-IF
003228     MOVE "N" TO WS-SRC-FOUND-SW
003229     PERFORM 2450-MATCH-ONE-SOURCE THRU 2450-EXIT
003230         VARYING WS-SX FROM 1 BY 1
003231         UNTIL WS-SX > WS-SRC-COUNT OR SOURCE-FOUND
003232     IF SOURCE-FOUND
003233         SUBTRACT 1 FROM WS-SX
003234     ELSE
003235         IF WS-SRC-COUNT >= 50
003236             DISPLAY "GETSREPR: MORE THAN 50 SOURCES - "
003237                 WS-ACK-SOURCE " NOT ACKNOWLEDGED"
003238             GO TO 2400-EXIT
003239         END-IF
003240         ADD 1 TO WS-SRC-COUNT
003241         MOVE WS-SRC-COUNT TO WS-SX
003242         MOVE WS-ACK-SOURCE TO WS-S-SOURCE(WS-SX)
003243         MOVE 0 TO WS-S-RESUB(WS-SX)
003244         MOVE 0 TO WS-S-REPAIRED(WS-SX)
003245         MOVE 0 TO WS-S-FAILED(WS-SX)
003246         MOVE 0 TO WS-S-TRUNC(WS-SX)
003247         MOVE 0 TO WS-S-BAL(WS-SX)
003248         MOVE 0 TO WS-S-ZERO(WS-SX)
003249     END-IF
003250     ADD 1 TO WS-S-RESUB(WS-SX)
003251     IF RESUB-CLEAN
003252         ADD 1 TO WS-S-REPAIRED(WS-SX)
003253         GO TO 2400-EXIT
003254     END-IF
003255     ADD 1 TO WS-S-FAILED(WS-SX)
003256     EVALUATE SN-REASON
003257         WHEN "Z"
003258             ADD 1 TO WS-S-ZERO(WS-SX)
003259         WHEN "T"
003260             ADD 1 TO WS-S-TRUNC(WS-SX)
003261         WHEN OTHER
003262             ADD 1 TO WS-S-BAL(WS-SX)
003263     END-EVALUATE.
003264 2400-EXIT.
003265     EXIT.
003266
003267 2450-MATCH-ONE-SOURCE.
003268     IF WS-S-SOURCE(WS-SX) = WS-ACK-SOURCE
003269         MOVE "Y" TO WS-SRC-FOUND-SW
003270     END-IF.
003271 2450-EXIT.
003272     EXIT.
003273
003274 3000-TERMINATE.
003275     DISPLAY "GETSREPR: PAIRS REPAIRED - " WS-REPAIR-COUNT
003276     DISPLAY "GETSREPR: RESUBMITS FAILED - " WS-FAIL-COUNT
003277     DISPLAY "GETSREPR: CARRIED FORWARD - " WS-CARRY-COUNT
003278     IF WS-SRC-COUNT > 0
003279         PERFORM 3500-WRITE-ACKS THRU 3500-EXIT
003280     END-IF
003281     CLOSE SUSPENSE-IN
003290     CLOSE SUMS-OUT
003300     CLOSE SUSPENSE-NEW
003310     CLOSE AUDIT-OUT.
003320 3000-EXIT.
003330     EXIT.
003340
003350*----ONE ACKNOWLEDGMENT PER SOURCE WITH A CORRECTION RESUBMITTED
003360*----THIS RUN, IN THE SAME FORM GETSUMBATCH GIVES A BATCH. PAIRS
003370*----CARRIED FORWARD WITHOUT A CORRECTION WERE NOT RESENT AND ARE
003380*----NOT ACKNOWLEDGED AGAIN.
003390 3500-WRITE-ACKS.
003400     OPEN EXTEND ACK-OUT
003410     IF WS-ACK-STATUS = "35"
003420         OPEN OUTPUT ACK-OUT
003430     END-IF
003440     IF WS-ACK-STATUS NOT = "00"
003450         DISPLAY "GETSREPR: UNABLE TO OPEN GETSACK - STATUS "
003460             WS-ACK-STATUS " - NO ACKNOWLEDGMENTS WRITTEN"
003470         GO TO 3500-EXIT
003480     END-IF
003490     PERFORM 3550-WRITE-ONE-ACK THRU 3550-EXIT
003500         VARYING WS-SX FROM 1 BY 1
003510         UNTIL WS-SX > WS-SRC-COUNT
003520     CLOSE ACK-OUT
003530     DISPLAY "GETSREPR: ACKNOWLEDGMENTS WRITTEN - " WS-ACK-COUNT.
003540 3500-EXIT.
003550     EXIT.
003560
003570 3550-WRITE-ONE-ACK.
003580     MOVE SPACES TO GetsAckRec
003590     MOVE WS-S-SOURCE(WS-SX) TO AK-SOURCE
003600     MOVE WS-BUS-DATE TO AK-BUS-DATE
003610     MOVE WS-ACK-PROGRAM TO AK-PROGRAM
003620     MOVE WS-CUR-DATE TO AK-ACK-DATE
003630     MOVE WS-CUR-TIME TO AK-ACK-TIME
003640     MOVE WS-S-RESUB(WS-SX) TO AK-DETAIL-COUNT
003650     MOVE WS-S-REPAIRED(WS-SX) TO AK-ACCEPTED-COUNT
003660     MOVE WS-S-FAILED(WS-SX) TO AK-SUSPENDED-COUNT
003670     EVALUATE TRUE
003680         WHEN WS-S-FAILED(WS-SX) = 0
003690             SET AK-ACCEPTED TO TRUE
003700         WHEN WS-S-REPAIRED(WS-SX) = 0
003710             SET AK-REJECTED TO TRUE
003720         WHEN OTHER
003730             SET AK-PARTIAL TO TRUE
003740     END-EVALUATE
003750     MOVE 0 TO AK-REASON-COUNT
003760     MOVE 101 TO WS-ACK-CODE
003770     MOVE WS-S-TRUNC(WS-SX) TO WS-ACK-PAIRS
003780     PERFORM 3600-ADD-REASON THRU 3600-EXIT
003790     MOVE 102 TO WS-ACK-CODE
003800     MOVE WS-S-BAL(WS-SX) TO WS-ACK-PAIRS
003810     PERFORM 3600-ADD-REASON THRU 3600-EXIT
003820     MOVE 103 TO WS-ACK-CODE
003830     MOVE WS-S-ZERO(WS-SX) TO WS-ACK-PAIRS
003840     PERFORM 3600-ADD-REASON THRU 3600-EXIT
003850     WRITE GetsAckRec
003860     ADD 1 TO WS-ACK-COUNT.
003870 3550-EXIT.
003880     EXIT.
003890
003900 3600-ADD-REASON.
003910     IF WS-ACK-PAIRS = 0
003920         GO TO 3600-EXIT
003930     END-IF
003940     ADD 1 TO AK-REASON-COUNT
003950     MOVE SPACES TO WS-ACK-TEXT
003960     CALL "GETMSG" USING WS-ACK-CODE, WS-ACK-TEXT
003970     MOVE WS-ACK-CODE TO AK-REASON-CODE(AK-REASON-COUNT)
003980     MOVE WS-ACK-PAIRS TO AK-REASON-PAIRS(AK-REASON-COUNT)
003990     MOVE WS-ACK-TEXT TO AK-REASON-TEXT(AK-REASON-COUNT).
004000 3600-EXIT.
004010     EXIT.
