000160*                   REGENERATE A PAST STATEMENT ON THE PHONE.
000170*                   THE REPRCTL CONTROL RECORD NAMES THE
000180*                   CUSTOMER AND THE STATEMENT DATE.
000181*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID STMTREPR
000182*                   FOR THE RPTSPOOL DISTRIBUTION RUN.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
001040     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001050     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001060     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001061     05  WS-RPT-ID          PIC X(8) VALUE "STMTREPR".
001062     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001070 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001080
001090 PROCEDURE DIVISION.
