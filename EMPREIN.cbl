000160*                   TOGETHER WITH THE ARCHIVED YTDMAST AND
000170*                   DEDMAST RECORDS. EVERY RESTORE IS JOURNALED
000180*                   AS AN ADD AND LISTED ON EMPRRPT.
000181*   2026-10-15  DP  A REINSTATED EMPLOYEE TAKES THE RUN DATE AS
000182*                   HIRE DATE FOR THE NEWHIRE STATE EXTRACT.
000183*                   ARCHIVE AND JOURNAL IMAGES WIDENED TO 200
000184*                   BYTES SO THE WHOLE EMPLOYEE RECORD COMES BACK.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000620     05  EA-TYPE          PIC X(1).
000630     05  EA-PURGE-DATE    PIC 9(8).
000640     05  EA-SSN           PIC 9(9).
000650     05  EA-IMAGE         PIC X(200).
000660
000670 FD  REIN-RPT.
000680 01  REIN-RPT-REC         PIC X(70).
000810 01  WS-REIN-COUNT        PIC 9(5) COMP VALUE 0.
000820 01  WS-FAIL-COUNT        PIC 9(5) COMP VALUE 0.
000830 01  WS-DED-RESTORED      PIC 9(5) COMP VALUE 0.
000840 01  WS-SAVED-EMP         PIC X(200) VALUE SPACES.
000850 01  WS-SAVED-YTD         PIC X(101) VALUE SPACES.
000860 01  WS-SAVED-PURGE-DATE  PIC 9(8) VALUE 0.
000870 01  WS-YTD-SAVED-SW      PIC X(1) VALUE "N".
000950*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000960 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "EMPREIN".
000970 01  WS-JRNL-ACTION       PIC X(1) VALUE "A".
000980 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
000990 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001000 01  WS-LOCK-FILE         PIC X(8) VALUE "EMPMAST".
001010 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001020 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001030 01  WS-MASKED-SSN        PIC X(11) VALUE SPACES.
001031 01  WS-TODAY-DATE        PIC 9(8) VALUE 0.
001040 01  WS-OUT-LINE.
001050     05  OL-SSN           PIC X(11).
001060     05  FILLER           PIC X(1) VALUE SPACE.
001170     GOBACK.
001180
001190 1000-INITIALIZE.
001191     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001200     MOVE "R" TO WS-LOCK-ACTION
001210     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001220         WS-LOCK-ACTION, WS-LOCK-RESULT
002350
002360*----THE MASTER COMES BACK REACTIVATED - A REINSTATEMENT IS A
002370*----REHIRE, AND THE ARCHIVED YTD RECORD COMES BACK WITH IT SO
002380*----NO EARNINGS HISTORY IS LOST. TODAY BECOMES THE HIRE DATE
002381*----SO NEWHIRE REPORTS THE REHIRE TO THE STATE.
002390 2200-RESTORE-EMPLOYEE.
002400     MOVE WS-SAVED-EMP TO EmployeeRec
002410     MOVE "A" TO ER-STATUS
002420     MOVE 0 TO ER-TERM-DATE
002421     MOVE WS-TODAY-DATE TO ER-HIRE-DATE
002430     WRITE EmployeeRec
002440         INVALID KEY
002450             MOVE "REJECTED" TO OL-DISPOSITION
