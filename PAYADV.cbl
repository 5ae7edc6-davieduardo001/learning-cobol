000260*                   EMPLOYEE'S ADVICES EACH SHOW THEIR OWN
000270*                   CARD'S FIGURES INSTEAD OF ALL SHOWING THE
000280*                   LAST CARD'S.
000281*   2026-10-15  DP  SAVED PAYHIST IMAGE WIDENED FOR THE
000282*                   UNEMPLOYMENT WAGE FIELDS ON THE RECORD.
000283*   2026-10-15  DP  PAYHIST RECORD WIDENED FOR THE EARNINGS CODE
000284*                   CARRIED ON OFF-CYCLE SUPPLEMENTAL PAY ROWS.
000285*   2026-10-15  DP  SAVED PAYHIST IMAGE WIDENED FOR THE RATE PAID
000286*                   ON THE RECORD.
000287*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID PAYADV FOR
000288*                   THE RPTSPOOL DISTRIBUTION RUN.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000820*----LATEST PAYHIST IMAGE FOR THE EMPLOYEE BEING ADVISED -
000830*----THE ARCHIVE SCAN TAKES THE HIGHEST PERIOD END, THE SAME
000840*----LAST-MATCH-WINS PATTERN CUSTREIN USES.
000850 01  WS-SAVED-HIST        PIC X(203) VALUE SPACES.
000860 01  WS-SAVED-PERIOD      PIC 9(8) VALUE 0.
000870 01  WS-HEAD-LINE.
000880     05  FILLER           PIC X(12) VALUE "PAY ADVICE: ".
001220     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001230     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001240     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001241     05  WS-RPT-ID          PIC X(8) VALUE "PAYADV".
001242     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001250 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001260
001270 PROCEDURE DIVISION.
