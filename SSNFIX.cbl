000180*                   THROUGH JRNLWRIT (ACTION K). REGISTERS IN
000190*                   THE FILELOCK IN-USE CONTROL WHILE IT HOLDS
000200*                   EMPMAST.
000201*   2026-10-15  DP  SAVED-RECORD AND JOURNAL IMAGES WIDENED TO 200
000202*                   BYTES SO THE WHOLE EMPLOYEE RECORD IS CARRIED
000203*                   ACROSS THE RE-KEY.
000204*   2026-10-15  DP  DEDUCTION SAVE AREA WIDENED FOR THE DEDMAST
000205*                   SUPPLEMENTAL PAY FLAG.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000740     88  NEW-SSN-IS-VALID     VALUE "Y".
000750 01  WS-FIX-COUNT         PIC 9(3) COMP VALUE 0.
000760 01  WS-FAIL-COUNT        PIC 9(3) COMP VALUE 0.
000770 01  WS-SAVED-EMPLOYEE    PIC X(200) VALUE SPACES.
000780 01  WS-SAVED-DEDUCTION   PIC X(29) VALUE SPACES.
000790 01  WS-SAVED-YTD         PIC X(51) VALUE SPACES.
000800 01  WS-MASKED-SSN        PIC X(11) VALUE SPACES.
000810 01  WS-SSN-NUM9          PIC 9(9) VALUE 0.
000830*----RE-KEY, WITH THE OLD-KEY IMAGE BEFORE AND NEW AFTER.
000840 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "SSNFIX".
000850 01  WS-JRNL-ACTION       PIC X(1) VALUE "K".
000860 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
000870 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
000880 01  WS-LOCK-FILE         PIC X(8) VALUE "EMPMAST".
000890 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
000900 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
