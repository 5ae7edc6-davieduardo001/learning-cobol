000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCNV2.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME EMPLOYEE MASTER
000100*                   CONVERSION, IN THE EMPCONV MOLD, FOR THE HIRE
000110*                   DATE ADDED BEHIND THE COMPANY CODE. UNLOADS
000120*                   THE PRIOR 96-BYTE LAYOUT (SUPPLIED AS
000130*                   OLDMAST) AND REBUILDS EMPMAST WITH THE HIRE
000140*                   DATE ZERO - STAFF ON FILE BEFORE THE DATE WAS
000150*                   KEPT ARE NOT NEW HIRES AND NEWHIRE LEAVES
000160*                   THEM ALONE. RUN ONCE, VERIFY THE COUNTS
000170*                   MATCH, THEN CUT OVER.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT OLDMAST     ASSIGN TO OLDMAST
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS OLD-SSNUM
000260         FILE STATUS IS WS-OLD-STATUS.
000270     SELECT EMPMAST     ASSIGN TO EMPMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS ER-SSnum
000310         FILE STATUS IS WS-NEW-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  OLDMAST.
000360 01  OldEmployee.
000370     02  OLD-SSNUM          PIC 9(9).
000380     02  OLD-NAME           PIC X(30).
000390     02  OLD-EMP-ID         PIC X(5).
000400     02  OLD-PAY-RATE       PIC 9(3)V99.
000410     02  OLD-STATUS         PIC X(1).
000420     02  OLD-TERM-DATE      PIC 9(8).
000430     02  OLD-BANK-ROUTING   PIC 9(9).
000440     02  OLD-BANK-ACCOUNT   PIC X(12).
000450     02  OLD-WORK-STATE     PIC X(2).
000460     02  OLD-COMP-CLASS     PIC X(4).
000470     02  OLD-PRENOTE-STATUS PIC X(1).
000480     02  OLD-PRENOTE-DATE   PIC 9(8).
000490     02  OLD-COMPANY        PIC X(2).
000500
000510 FD  EMPMAST.
000520     COPY "EMPLOYEE.cpy".
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000560 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000570 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000580     88  END-OF-OLD-MASTER      VALUE "Y".
000590 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000600 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000610 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000620 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "EMPCNV2".
000630 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000640 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000650 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000660     88  EMPMAST-LOCK-HELD      VALUE "Y".
000670
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000710     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000720         UNTIL END-OF-OLD-MASTER
000730     PERFORM 3000-TERMINATE THRU 3000-EXIT
000740     GOBACK.
000750
000760 1000-INITIALIZE.
000770     OPEN INPUT OLDMAST
000780     IF WS-OLD-STATUS NOT = "00"
000790         DISPLAY "EMPCNV2: UNABLE TO OPEN OLDMAST - STATUS "
000800             WS-OLD-STATUS
000810         MOVE "Y" TO WS-OLD-EOF-SW
000820         MOVE 12 TO RETURN-CODE
000830         GO TO 1000-EXIT
000840     END-IF
000850     MOVE "R" TO WS-LOCK-ACTION
000860     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000870         WS-LOCK-ACTION, WS-LOCK-RESULT
000880     IF WS-LOCK-RESULT = "B"
000890         DISPLAY "EMPCNV2: EMPMAST IS IN USE - CONVERSION "
000900             "ABANDONED"
000910         MOVE "Y" TO WS-OLD-EOF-SW
000920         MOVE 12 TO RETURN-CODE
000930         GO TO 1000-EXIT
000940     END-IF
000950     MOVE "Y" TO WS-LOCK-HELD-SW
000960     OPEN OUTPUT EMPMAST
000970     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000980         DISPLAY "EMPCNV2: UNABLE TO BUILD EMPMAST - STATUS "
000990             WS-NEW-STATUS
001000         MOVE "Y" TO WS-OLD-EOF-SW
001010         MOVE 12 TO RETURN-CODE
001020         GO TO 1000-EXIT
001030     END-IF
001040     MOVE ZEROES TO OLD-SSNUM
001050     START OLDMAST KEY IS NOT LESS THAN OLD-SSNUM
001060         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001070     END-START
001080     IF NOT END-OF-OLD-MASTER
001090         PERFORM 1100-READ-OLD THRU 1100-EXIT
001100     END-IF.
001110 1000-EXIT.
001120     EXIT.
001130
001140 1100-READ-OLD.
001150     READ OLDMAST NEXT RECORD
001160         AT END MOVE "Y" TO WS-OLD-EOF-SW
001170     END-READ.
001180 1100-EXIT.
001190     EXIT.
001200
001210*----EVERY OLD FIELD CARRIES ACROSS UNCHANGED; THE HIRE DATE
001220*----STARTS AT ZERO.
001230 2000-CONVERT-ONE.
001240     ADD 1 TO WS-READ-COUNT
001250     MOVE OLD-SSNUM TO ER-SSnum
001260     MOVE OLD-NAME TO ER-NAME
001270     MOVE OLD-EMP-ID TO ER-EMP-ID
001280     MOVE OLD-PAY-RATE TO ER-PAY-RATE
001290     MOVE OLD-STATUS TO ER-STATUS
001300     MOVE OLD-TERM-DATE TO ER-TERM-DATE
001310     MOVE OLD-BANK-ROUTING TO ER-BANK-ROUTING
001320     MOVE OLD-BANK-ACCOUNT TO ER-BANK-ACCOUNT
001330     MOVE OLD-WORK-STATE TO ER-WORK-STATE
001340     MOVE OLD-COMP-CLASS TO ER-COMP-CLASS
001350     MOVE OLD-PRENOTE-STATUS TO ER-PRENOTE-STATUS
001360     MOVE OLD-PRENOTE-DATE TO ER-PRENOTE-DATE
001370     MOVE OLD-COMPANY TO ER-COMPANY
001380     MOVE 0 TO ER-HIRE-DATE
001390     WRITE EmployeeRec
001400         INVALID KEY
001410             DISPLAY "EMPCNV2: DUPLICATE KEY ON REBUILD"
001420     END-WRITE
001430     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001440         ADD 1 TO WS-WRITE-COUNT
001450     END-IF
001460     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001470 2000-EXIT.
001480     EXIT.
001490
001500 3000-TERMINATE.
001510*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001520*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001530     IF EMPMAST-LOCK-HELD
001540         MOVE "C" TO WS-LOCK-ACTION
001550         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001560             WS-LOCK-ACTION, WS-LOCK-RESULT
001570         MOVE "N" TO WS-LOCK-HELD-SW
001580     END-IF
001590     DISPLAY "EMPCNV2: RECORDS READ - " WS-READ-COUNT
001600     DISPLAY "EMPCNV2: RECORDS CONVERTED - " WS-WRITE-COUNT
001610     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001620         DISPLAY "EMPCNV2: COUNTS DO NOT MATCH - DO NOT CUT "
001630             "OVER"
001640         MOVE 8 TO RETURN-CODE
001650     END-IF
001660     CLOSE OLDMAST
001670     CLOSE EMPMAST.
001680 3000-EXIT.
001690     EXIT.
