000180*                   CUSTMAST RECORD IS DELETED WITH A JRNLWRIT
000190*                   JOURNAL ENTRY. THE CUSTMRGR REPORT SHOWS
000200*                   EVERYTHING MOVED SO BILLING CAN VERIFY.
000201*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000202*                   MATCH JRNLWRIT.
000203*   2026-10-15  DP  OPEN-ITEM COPY-BACK WIDENED FOR THE DUE DATE
000204*                   NOW CARRIED ON OPENITEM.
000206*   2026-10-15  DP  OPENITEM IS NOW INDEXED BY CUSTOMER, INVOICE
000208*                   AND LINE NUMBER. THE RETIRING IDENT'S LINES
000210*                   ARE READ DIRECTLY AND MOVED ONE BY ONE TO THE
000212*                   SURVIVOR INSTEAD OF THE WHOLE BOOK BEING
000214*                   COPIED THROUGH MERGEWK, WHICH NOW SERVES THE
000216*                   ARCHIVE ONLY.
000218*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000360         RECORD KEY IS AB-IDENT
000370         FILE STATUS IS WS-BAL-STATUS.
000380     SELECT OPENITEM-IO ASSIGN TO OPENITEM
000381         ORGANIZATION IS INDEXED
000382         ACCESS MODE IS DYNAMIC
000383         RECORD KEY IS OI-KEY
000384         ALTERNATE RECORD KEY IS OI-STATUS
000385             WITH DUPLICATES
000400         FILE STATUS IS WS-OPEN-STATUS.
000410     SELECT STMT-ARCH   ASSIGN TO STMTARCH
000420         ORGANIZATION IS LINE SEQUENTIAL
000730     05  SA-INV-DATE      PIC 9(8).
000740
000750 FD  MERGE-WORK.
000760 01  MERGE-WORK-REC       PIC X(80).
000770
000780 FD  MERGE-RPT.
000790 01  MERGE-RPT-REC        PIC X(70).
000970 01  WS-ARCH-MOVED        PIC 9(5) COMP VALUE 0.
000980 01  WS-MOVED-BALANCE     PIC S9(6)V99 VALUE 0.
000990 01  WS-XLAT-ID           PIC X(7) VALUE SPACES.
000991 01  WS-WRITE-DONE-SW     PIC X(1) VALUE "N".
000992     88  ITEM-WRITTEN         VALUE "Y".
001000*----THE CONFIRMED PAIRS, HELD FOR THE TRANSLATE PASSES. ONLY
001010*----PAIRS THAT PASSED THE MASTER EDITS TRANSLATE.
001020 01  WS-PAIR-TABLE.
001080*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001090 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "CUSTMERGE".
001100 01  WS-JRNL-ACTION       PIC X(1) VALUE "D".
001110 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
001120 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001130 01  WS-LOCK-FILE         PIC X(8) VALUE "CUSTMAST".
001140 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001150 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
002760 2100-EXIT.
002770     EXIT.
002780
002790*----RESTAMP THE OPEN-ITEMS BOOK - THE SURVIVOR INHERITS EVERY
002800*----LINE THE RETIRING IDENT CARRIED. THE CUSTOMER IS PART OF
002801*----THE KEY, SO EACH LINE IS DELETED AND WRITTEN AGAIN UNDER THE
002802*----SURVIVOR; NO OTHER CUSTOMER'S LINES ARE TOUCHED.
002810 3000-TRANSLATE-OPENITEM.
002820     IF WS-PAIR-COUNT = 0
002830         GO TO 3000-EXIT
002840     END-IF
002860     OPEN I-O OPENITEM-IO
002870     IF WS-OPEN-STATUS NOT = "00"
002880         GO TO 3000-EXIT
002890     END-IF
002891     PERFORM 3100-MOVE-PAIR-ITEMS THRU 3100-EXIT
002892         VARYING PR-IDX FROM 1 BY 1
002893         UNTIL PR-IDX > WS-PAIR-COUNT
003010     CLOSE OPENITEM-IO.
003020 3000-EXIT.
003030     EXIT.
003040
003041 3100-MOVE-PAIR-ITEMS.
003042     IF WS-PAIR-OK-T(PR-IDX) NOT = "Y"
003043         GO TO 3100-EXIT
003044     END-IF
003045     MOVE WS-RETI-T(PR-IDX) TO WS-XLAT-ID
003046     MOVE "N" TO WS-FILE-EOF-SW
003047     PERFORM 3200-MOVE-ONE-ITEM THRU 3200-EXIT
003048         UNTIL END-OF-FILE.
003049 3100-EXIT.
003050     EXIT.
003051
003052*----THE RETIRING IDENT'S FIRST REMAINING LINE IS LOOKED UP
003053*----AFRESH EACH TIME, SINCE THE LAST ONE WAS JUST DELETED.
003054 3200-MOVE-ONE-ITEM.
003055     MOVE WS-XLAT-ID TO OI-CUST-ID
003056     MOVE LOW-VALUES TO OI-INV-NO
003057     MOVE 0 TO OI-LINE-SEQ
003058     START OPENITEM-IO KEY IS NOT LESS THAN OI-KEY
003059         INVALID KEY
003060             MOVE "Y" TO WS-FILE-EOF-SW
003061             GO TO 3200-EXIT
003062     END-START
003063     READ OPENITEM-IO NEXT RECORD
003064         AT END
003065             MOVE "Y" TO WS-FILE-EOF-SW
003066             GO TO 3200-EXIT
003067     END-READ
003068     IF OI-CUST-ID NOT = WS-XLAT-ID
003069         MOVE "Y" TO WS-FILE-EOF-SW
003070         GO TO 3200-EXIT
003071     END-IF
003072     DELETE OPENITEM-IO RECORD
003073         INVALID KEY
003074             DISPLAY "CUSTMERGE: OPEN ITEM DELETE FAILED - "
003075                 OI-KEY
003076             MOVE "Y" TO WS-FILE-EOF-SW
003077             GO TO 3200-EXIT
003078     END-DELETE
003079*----THE LINE KEEPS ITS NUMBER UNLESS THE SURVIVOR ALREADY HAS
003080*----A LINE BY THAT NUMBER UNDER THE SAME INVOICE
003081     MOVE WS-SURV-T(PR-IDX) TO OI-CUST-ID
003082     MOVE "N" TO WS-WRITE-DONE-SW
003083     PERFORM 3300-TRY-WRITE THRU 3300-EXIT
003084         UNTIL ITEM-WRITTEN OR OI-LINE-SEQ = 9999
003085     ADD 1 TO WS-ITEMS-MOVED.
003086 3200-EXIT.
003087     EXIT.
003088
003089 3300-TRY-WRITE.
003090     WRITE OpenItemRec
003091         INVALID KEY
003092             ADD 1 TO OI-LINE-SEQ
003093         NOT INVALID KEY
003094             MOVE "Y" TO WS-WRITE-DONE-SW
003095     END-WRITE.
003096 3300-EXIT.
003097     EXIT.
003098
003310 4000-TRANSLATE-ARCHIVE.
003320     IF WS-PAIR-COUNT = 0
003330         GO TO 4000-EXIT
