000180*                   WITH EMPLOYEES WHO LEFT YEARS AGO. EVERY
000190*                   DELETE IS JOURNALED THROUGH JRNLWRIT.
000200*                   EMPREIN PULLS A BUNDLE BACK FOR A REHIRE.
000201*   2026-10-15  DP  ARCHIVE AND JOURNAL IMAGES WIDENED TO 200
000202*                   BYTES SO THE WHOLE EMPLOYEE RECORD IS KEPT NOW
000203*                   THAT IT HAS OUTGROWN 101. OLD ARCHIVE BUNDLES
000204*                   STILL READ - THE IMAGE IS THE LAST FIELD.
000210*---------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000690     05  EA-TYPE          PIC X(1).
000700     05  EA-PURGE-DATE    PIC 9(8).
000710     05  EA-SSN           PIC 9(9).
000720     05  EA-IMAGE         PIC X(200).
000730
000740 FD  PURGE-RPT.
000750 01  PURGE-RPT-REC        PIC X(60).
001000*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
001010 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "EMPPURGE".
001020 01  WS-JRNL-ACTION       PIC X(1) VALUE "D".
001030 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
001040 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001050 01  WS-LOCK-FILE         PIC X(8) VALUE "EMPMAST".
001060 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001070 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
