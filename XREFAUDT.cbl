000180*                   FINANCIAL EXPOSURE IS KNOWN. ANY ORPHAN
000190*                   ENDS THE STEP WITH RETURN CODE 8 SO THE
000200*                   CHAIN SURFACES IT.
000201*   2026-10-15  DP  OPENPO LAYOUT NOW COMES FROM THE SHARED OPENPO
000202*                   COPYBOOK, WHICH ADDS THE NUMBERED PO LINE
000203*                   FIELDS. ONLY THE COMMITTED COST IS USED HERE.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000740     COPY "ACCTBAL.cpy".
000750
000760 FD  OPENPO-IN.
000770     COPY "OPENPO.cpy".
000810
000820 FD  JOBMAST-IN.
000830     COPY "JOBMAST.cpy".
