000150*                   PLUS HOLDING PROGRAM). EVERY RELEASE IS
000160*                   JOURNALED THROUGH JRNLWRIT FOR AUDIT, SO
000170*                   A 2AM LOCK KILL IS ON THE RECORD.
000171*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000172*                   MATCH JRNLWRIT.
000173*   2026-10-15  DP  LOCK TABLE RAISED TO 60 ENTRIES, MATCHING
000174*                   FILELOCK, SO THE FULL MASTBKUP SET OF
000175*                   RESERVATIONS IS LISTED.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000870 01  WS-LOCK-MINUTES      PIC 9(7) VALUE 0.
000880 01  WS-LOCK-AGE          PIC S9(7) VALUE 0.
000890 01  WS-LOCK-TABLE.
000900     05  WS-LOCK-ENTRY    OCCURS 60 TIMES.
000910         10  WS-L-FILE    PIC X(8).
000920         10  WS-L-PROGRAM PIC X(10).
000930         10  WS-L-DATE    PIC 9(8).
000960*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000970 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "LOCKUTIL".
000980 01  WS-JRNL-ACTION       PIC X(1) VALUE "D".
000990 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
001000 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001010 01  WS-DETAIL-LINE.
001020     05  DL-FILE          PIC X(8).
001030     05  FILLER           PIC X(1) VALUE SPACE.
001320         GO TO 1000-EXIT
001330     END-IF
001340     PERFORM 1100-LOAD-ONE-LOCK THRU 1100-EXIT
001350         UNTIL NO-MORE-LOCKS OR WS-LOCK-COUNT >= 60
001360     CLOSE LOCKCTL-IO.
001370 1000-EXIT.
001380     EXIT.
