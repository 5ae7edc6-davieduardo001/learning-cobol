000460*                   ERROR - AN OVERSIZED RESULT SUSPENDS WITH
000470*                   REASON T INSTEAD OF WRITING A SILENTLY
000480*                   TRUNCATED VALUE TO GETSSUMS.
000481*   2026-10-15  DP  EACH BATCH NOW WRITES AN ACKNOWLEDGMENT TO
000482*                   GETSACK, ROUTED BY THE SOURCE ON THE H HEADER
000483*                   - ACCEPTED, PARTIALLY ACCEPTED OR REJECTED,
000484*                   WITH THE DETAIL, ACCEPTED AND SUSPENDED COUNTS
000485*                   AND THE GETMSG REASON CODES. SUSPENSE RECORDS
000486*                   NOW CARRY THE SOURCE FOR GETSREPR.
000490*---------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000570     SELECT SUSPENSE-OUT  ASSIGN TO GETSUSP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SUSP-STATUS.
000591     SELECT ACK-OUT       ASSIGN TO GETSACK
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-ACK-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
001200         88  SUSP-DIVIDE-ZERO    VALUE "Z".
001210         88  SUSP-BAD-OPCODE     VALUE "O".
001220     05  SP-OP            PIC X(1).
001221*----SOURCE FROM THE BATCH HEADER, SO GETSREPR CAN ACKNOWLEDGE THE
001222*----CORRECTED PAIR BACK TO WHOEVER SENT IT.
001223     05  SP-SOURCE        PIC X(8).
001224     05  FILLER           PIC X(1).
001225
001226 FD  ACK-OUT.
001227     COPY "GETSACK.cpy".
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-SWITCHES.
001310     05  WS-TRAILER-SW    PIC X(1)  VALUE "N".
001320         88  TRAILER-SEEN      VALUE "Y".
001330 01  WS-SUSP-STATUS       PIC X(2)  VALUE SPACES.
001331 01  WS-ACK-STATUS        PIC X(2)  VALUE SPACES.
001340 01  WS-COUNTERS.
001350     05  WS-PAIR-COUNT    PIC 9(7) COMP VALUE 0.
001360     05  WS-EXPECT-COUNT  PIC 9(7) VALUE 0.
001390     05  WS-CNT-S         PIC 9(7) COMP VALUE 0.
001400     05  WS-CNT-M         PIC 9(7) COMP VALUE 0.
001410     05  WS-CNT-D         PIC 9(7) COMP VALUE 0.
001411     05  WS-SUSP-T        PIC 9(7) COMP VALUE 0.
001412     05  WS-SUSP-B        PIC 9(7) COMP VALUE 0.
001413     05  WS-SUSP-Z        PIC 9(7) COMP VALUE 0.
001414     05  WS-SUSP-O        PIC 9(7) COMP VALUE 0.
001415*----ACKNOWLEDGMENT WORK AREA - SEE GETSACK. THE BATCH REASON IS
001416*----THE GETMSG CODE FOR WHATEVER MADE THE FILE MALFORMED.
001417 01  WS-BATCH-SOURCE      PIC X(8)  VALUE SPACES.
001418 01  WS-BATCH-DATE        PIC 9(8)  VALUE 0.
001419 01  WS-BATCH-REASON      PIC 9(3)  VALUE 0.
001420 01  WS-OPCOUNT-SW        PIC X(1)  VALUE "N".
001421     88  OP-COUNT-MISMATCH     VALUE "Y".
001422 01  WS-ACCEPT-COUNT      PIC 9(7)  VALUE 0.
001423 01  WS-ACK-CODE          PIC 9(3)  VALUE 0.
001424 01  WS-ACK-PAIRS         PIC 9(7)  VALUE 0.
001425 01  WS-ACK-TEXT          PIC X(45) VALUE SPACES.
001426*----LINKAGE WORK FIELDS FOR THE GETMATH CALL, SIZED TO MATCH
001430*----ITS LINKAGE EXACTLY.
001440 01  WS-MATH-OP           PIC X(1) VALUE "A".
001450 01  WS-MATH-NUM1         PIC S9(5)V99 VALUE 0.
001890     IF END-OF-PAIRS OR NOT PAIR-HEADER
001900         DISPLAY "GETSUMBATCH: GETSTRAN MISSING ITS BATCH "
001910             "HEADER - RUN ABANDONED"
001911         MOVE 105 TO WS-BATCH-REASON
001920         MOVE "Y" TO WS-MALFORMED-SW
001930         MOVE "Y" TO WS-EOF-SW
001940     ELSE
001950         DISPLAY "GETSUMBATCH: BATCH FROM " PH-SOURCE
001960             " BUSINESS DATE " PH-BUS-DATE
001961         MOVE PH-SOURCE TO WS-BATCH-SOURCE
001962         MOVE PH-BUS-DATE TO WS-BATCH-DATE
001970         READ INVOICE-PAIRS
001980             AT END MOVE "Y" TO WS-EOF-SW
001990         END-READ
002070             IF TRAILER-SEEN
002080                 DISPLAY "GETSUMBATCH: DETAIL AFTER TRAILER - "
002090                     "RUN ABANDONED"
002091                 MOVE 109 TO WS-BATCH-REASON
002100                 MOVE "Y" TO WS-MALFORMED-SW
002110                 MOVE "Y" TO WS-EOF-SW
002120             ELSE
002340         WHEN OTHER
002350             DISPLAY "GETSUMBATCH: UNEXPECTED RECORD TYPE "
002360                 PAIR-REC-TYPE " - RUN ABANDONED"
002361             MOVE 109 TO WS-BATCH-REASON
002370             MOVE "Y" TO WS-MALFORMED-SW
002380             MOVE "Y" TO WS-EOF-SW
002390     END-EVALUATE
003010         DISPLAY "GETSUMBATCH: TRAILER ADD COUNT " PT-EXP-A
003020             " DOES NOT MATCH " WS-CNT-A
003030         MOVE "Y" TO WS-MALFORMED-SW
003031         MOVE "Y" TO WS-OPCOUNT-SW
003040     END-IF
003050     IF PT-EXP-S IS NUMERIC AND PT-EXP-S NOT = ZERO
003060             AND PT-EXP-S NOT = WS-CNT-S
003070         DISPLAY "GETSUMBATCH: TRAILER SUBTRACT COUNT "
003080             PT-EXP-S " DOES NOT MATCH " WS-CNT-S
003090         MOVE "Y" TO WS-MALFORMED-SW
003091         MOVE "Y" TO WS-OPCOUNT-SW
003100     END-IF
003110     IF PT-EXP-M IS NUMERIC AND PT-EXP-M NOT = ZERO
003120             AND PT-EXP-M NOT = WS-CNT-M
003130         DISPLAY "GETSUMBATCH: TRAILER MULTIPLY COUNT "
003140             PT-EXP-M " DOES NOT MATCH " WS-CNT-M
003150         MOVE "Y" TO WS-MALFORMED-SW
003151         MOVE "Y" TO WS-OPCOUNT-SW
003160     END-IF
003170     IF PT-EXP-D IS NUMERIC AND PT-EXP-D NOT = ZERO
003180             AND PT-EXP-D NOT = WS-CNT-D
003190         DISPLAY "GETSUMBATCH: TRAILER DIVIDE COUNT "
003200             PT-EXP-D " DOES NOT MATCH " WS-CNT-D
003210         MOVE "Y" TO WS-MALFORMED-SW
003211         MOVE "Y" TO WS-OPCOUNT-SW
003220     END-IF.
003230 2090-EXIT.
003240     EXIT.
003340     EVALUATE TRUE
003350         WHEN SUM-DIVIDE-ZERO
003360             MOVE "Z" TO SP-REASON
003361             ADD 1 TO WS-SUSP-Z
003370         WHEN SUM-BAD-OPCODE
003380             MOVE "O" TO SP-REASON
003381             ADD 1 TO WS-SUSP-O
003390         WHEN SUM-TRUNCATED
003400             MOVE "T" TO SP-REASON
003401             ADD 1 TO WS-SUSP-T
003410         WHEN OTHER
003420             MOVE "B" TO SP-REASON
003421             ADD 1 TO WS-SUSP-B
003430     END-EVALUATE
003440     MOVE WS-MATH-OP TO SP-OP
003441     MOVE WS-BATCH-SOURCE TO SP-SOURCE
003450     WRITE SUSPENSE-REC
003460     ADD 1 TO WS-SUSP-COUNT.
003470 2080-EXIT.
003530             DISPLAY "GETSUMBATCH: GETSTRAN ENDED WITHOUT ITS "
003540                 "TRAILER - FILE MAY BE SHORT"
003550             MOVE "Y" TO WS-MALFORMED-SW
003551             MOVE 106 TO WS-BATCH-REASON
003560         ELSE
003570             IF WS-EXPECT-COUNT NOT = WS-PAIR-COUNT
003580                 DISPLAY "GETSUMBATCH: TRAILER COUNT "
003590                     WS-EXPECT-COUNT " DOES NOT MATCH PAIRS "
003600                     "PROCESSED " WS-PAIR-COUNT
003610                 MOVE "Y" TO WS-MALFORMED-SW
003611                 MOVE 107 TO WS-BATCH-REASON
003620             END-IF
003630         END-IF
003640     END-IF
003641     PERFORM 3500-WRITE-ACK THRU 3500-EXIT
003650     IF FILE-MALFORMED
003660         MOVE 8 TO RETURN-CODE
003670     END-IF
003880
003890 3000-EXIT.
003900     EXIT.
003910
003920*----ONE ACKNOWLEDGMENT FOR THE BATCH. A MALFORMED FILE, OR ONE
003930*----WHERE EVERY PAIR SUSPENDED, IS REJECTED AND MUST BE SENT
003940*----AGAIN; ANY SUSPENDED PAIR MAKES IT PARTIAL. A FILE WITH NO
003950*----HEADER HAS NO SOURCE TO ROUTE TO AND GOES BACK AS UNKNOWN.
003960 3500-WRITE-ACK.
003970     OPEN EXTEND ACK-OUT
003980     IF WS-ACK-STATUS = "35"
003990         OPEN OUTPUT ACK-OUT
004000     END-IF
004010     IF WS-ACK-STATUS NOT = "00"
004020         DISPLAY "GETSUMBATCH: UNABLE TO OPEN GETSACK - STATUS "
004030             WS-ACK-STATUS " - NO ACKNOWLEDGMENT WRITTEN"
004040         GO TO 3500-EXIT
004050     END-IF
004060     MOVE SPACES TO GetsAckRec
004070     IF WS-BATCH-SOURCE = SPACES
004080         MOVE "UNKNOWN" TO AK-SOURCE
004090     ELSE
004100         MOVE WS-BATCH-SOURCE TO AK-SOURCE
004110     END-IF
004120     MOVE WS-BATCH-DATE TO AK-BUS-DATE
004130     MOVE WS-LOG-PROGRAM TO AK-PROGRAM
004140     ACCEPT AK-ACK-DATE FROM DATE YYYYMMDD
004150     ACCEPT AK-ACK-TIME FROM TIME
004160     COMPUTE WS-ACCEPT-COUNT = WS-PAIR-COUNT - WS-SUSP-COUNT
004170     MOVE WS-PAIR-COUNT TO AK-DETAIL-COUNT
004180     MOVE WS-ACCEPT-COUNT TO AK-ACCEPTED-COUNT
004190     MOVE WS-SUSP-COUNT TO AK-SUSPENDED-COUNT
004200     EVALUATE TRUE
004210         WHEN FILE-MALFORMED
004220             SET AK-REJECTED TO TRUE
004230         WHEN WS-PAIR-COUNT > 0 AND WS-ACCEPT-COUNT = 0
004240             SET AK-REJECTED TO TRUE
004250         WHEN WS-SUSP-COUNT > 0
004260             SET AK-PARTIAL TO TRUE
004270         WHEN OTHER
004280             SET AK-ACCEPTED TO TRUE
004290     END-EVALUATE
004300     MOVE 0 TO AK-REASON-COUNT
004310     MOVE 101 TO WS-ACK-CODE
004320     MOVE WS-SUSP-T TO WS-ACK-PAIRS
004330     PERFORM 3550-ADD-REASON THRU 3550-EXIT
004340     MOVE 102 TO WS-ACK-CODE
004350     MOVE WS-SUSP-B TO WS-ACK-PAIRS
004360     PERFORM 3550-ADD-REASON THRU 3550-EXIT
004370     MOVE 103 TO WS-ACK-CODE
004380     MOVE WS-SUSP-Z TO WS-ACK-PAIRS
004390     PERFORM 3550-ADD-REASON THRU 3550-EXIT
004400     MOVE 104 TO WS-ACK-CODE
004410     MOVE WS-SUSP-O TO WS-ACK-PAIRS
004420     PERFORM 3550-ADD-REASON THRU 3550-EXIT
004430     IF OP-COUNT-MISMATCH
004440         MOVE 108 TO WS-ACK-CODE
004450         MOVE 0 TO WS-ACK-PAIRS
004460         PERFORM 3560-ADD-BATCH-REASON THRU 3560-EXIT
004470     END-IF
004480     IF WS-BATCH-REASON NOT = 0
004490         MOVE WS-BATCH-REASON TO WS-ACK-CODE
004500         MOVE 0 TO WS-ACK-PAIRS
004510         PERFORM 3560-ADD-BATCH-REASON THRU 3560-EXIT
004520     END-IF
004530     WRITE GetsAckRec
004540     CLOSE ACK-OUT
004550     DISPLAY "GETSUMBATCH: ACKNOWLEDGED " AK-SOURCE " STATUS "
004560         AK-STATUS.
004570 3500-EXIT.
004580     EXIT.
004590
004600*----A PAIR REASON IS LISTED ONLY WHEN SOME PAIR SUSPENDED FOR IT.
004610 3550-ADD-REASON.
004620     IF WS-ACK-PAIRS = 0
004630         GO TO 3550-EXIT
004640     END-IF
004650     PERFORM 3560-ADD-BATCH-REASON THRU 3560-EXIT.
004660 3550-EXIT.
004670     EXIT.
004680
004690 3560-ADD-BATCH-REASON.
004700     IF AK-REASON-COUNT >= 6
004710         GO TO 3560-EXIT
004720     END-IF
004730     ADD 1 TO AK-REASON-COUNT
004740     MOVE SPACES TO WS-ACK-TEXT
004750     CALL "GETMSG" USING WS-ACK-CODE, WS-ACK-TEXT
004760     MOVE WS-ACK-CODE TO AK-REASON-CODE(AK-REASON-COUNT)
004770     MOVE WS-ACK-PAIRS TO AK-REASON-PAIRS(AK-REASON-COUNT)
004780     MOVE WS-ACK-TEXT TO AK-REASON-TEXT(AK-REASON-COUNT).
004790 3560-EXIT.
004800     EXIT.
