000110*                   JRNLWRIT - ONE HEADING LINE PER JOURNAL
000120*                   RECORD PLUS THE BEFORE AND AFTER IMAGES -
000130*                   FOR WHEN AN ACCOUNT IS QUESTIONED.
000131*   2026-10-15  DP  PRINTS THE WIDENED 200-BYTE IMAGES - THE
000132*                   PART PAST BYTE 101 GOES ON A CONTINUATION
000133*                   LINE WHEN IT IS NOT BLANK.
000140*---------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000310     05  JR-ACTION          PIC X(1).
000320     05  JR-BEFORE-IMAGE    PIC X(101).
000330     05  JR-AFTER-IMAGE     PIC X(101).
000331     05  JR-BEFORE-EXT      PIC X(99).
000332     05  JR-AFTER-EXT       PIC X(99).
000340
000350 FD  JRNL-RPT.
000360 01  JRNL-RPT-REC           PIC X(110).
000540 01  WS-AFTER-LINE.
000550     05  FILLER             PIC X(9) VALUE " AFTER:  ".
000560     05  AL-IMAGE           PIC X(101).
000561 01  WS-EXT-LINE.
000562     05  FILLER             PIC X(9) VALUE SPACES.
000563     05  XL-IMAGE           PIC X(99).
000570
000580 PROCEDURE DIVISION.
000590 0000-MAINLINE.
000930     WRITE JRNL-RPT-REC FROM WS-HEAD-LINE
000940     MOVE JR-BEFORE-IMAGE TO BL-IMAGE
000950     WRITE JRNL-RPT-REC FROM WS-BEFORE-LINE
000951     IF JR-BEFORE-EXT NOT = SPACES
000952         MOVE JR-BEFORE-EXT TO XL-IMAGE
000953         WRITE JRNL-RPT-REC FROM WS-EXT-LINE
000954     END-IF
000960     MOVE JR-AFTER-IMAGE TO AL-IMAGE
000970     WRITE JRNL-RPT-REC FROM WS-AFTER-LINE
000971     IF JR-AFTER-EXT NOT = SPACES
000972         MOVE JR-AFTER-EXT TO XL-IMAGE
000973         WRITE JRNL-RPT-REC FROM WS-EXT-LINE
000974     END-IF
000980     MOVE SPACES TO JRNL-RPT-REC
000990     WRITE JRNL-RPT-REC
001000     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
