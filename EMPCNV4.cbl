000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCNV4.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME EMPLOYEE MASTER
000100*                   CONVERSION, IN THE EMPCONV MOLD, FOR THE W-4
000110*                   FILING STATUS, DEPENDENT CREDIT, AND EXTRA
000120*                   WITHHOLDING ADDED BEHIND THE PERIOD SALARY.
000130*                   UNLOADS THE PRIOR 112-BYTE LAYOUT (SUPPLIED
000140*                   AS OLDMAST) AND REBUILDS EMPMAST WITH
000150*                   EVERYONE SINGLE, NO CREDIT, AND NO EXTRA -
000160*                   THE WITHHOLDING EVERYONE HAD BEFORE. W-4S ON
000170*                   FILE ARE THEN KEYED AS EMPMAINT CHANGES.
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
000500     02  OLD-HIRE-DATE      PIC 9(8).
000510     02  OLD-PAY-TYPE       PIC X(1).
000520     02  OLD-PERIOD-SALARY  PIC 9(5)V99.
000530
000540 FD  EMPMAST.
000550     COPY "EMPLOYEE.cpy".
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000590 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000600 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000610     88  END-OF-OLD-MASTER      VALUE "Y".
000620 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000630 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000640 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000650 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "EMPCNV4".
000660 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000670 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000680 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000690     88  EMPMAST-LOCK-HELD      VALUE "Y".
000700
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000740     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000750         UNTIL END-OF-OLD-MASTER
000760     PERFORM 3000-TERMINATE THRU 3000-EXIT
000770     GOBACK.
000780
000790 1000-INITIALIZE.
000800     OPEN INPUT OLDMAST
000810     IF WS-OLD-STATUS NOT = "00"
000820         DISPLAY "EMPCNV4: UNABLE TO OPEN OLDMAST - STATUS "
000830             WS-OLD-STATUS
000840         MOVE "Y" TO WS-OLD-EOF-SW
000850         MOVE 12 TO RETURN-CODE
000860         GO TO 1000-EXIT
000870     END-IF
000880     MOVE "R" TO WS-LOCK-ACTION
000890     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000900         WS-LOCK-ACTION, WS-LOCK-RESULT
000910     IF WS-LOCK-RESULT = "B"
000920         DISPLAY "EMPCNV4: EMPMAST IS IN USE - CONVERSION "
000930             "ABANDONED"
000940         MOVE "Y" TO WS-OLD-EOF-SW
000950         MOVE 12 TO RETURN-CODE
000960         GO TO 1000-EXIT
000970     END-IF
000980     MOVE "Y" TO WS-LOCK-HELD-SW
000990     OPEN OUTPUT EMPMAST
001000     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
001010         DISPLAY "EMPCNV4: UNABLE TO BUILD EMPMAST - STATUS "
001020             WS-NEW-STATUS
001030         MOVE "Y" TO WS-OLD-EOF-SW
001040         MOVE 12 TO RETURN-CODE
001050         GO TO 1000-EXIT
001060     END-IF
001070     MOVE ZEROES TO OLD-SSNUM
001080     START OLDMAST KEY IS NOT LESS THAN OLD-SSNUM
001090         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001100     END-START
001110     IF NOT END-OF-OLD-MASTER
001120         PERFORM 1100-READ-OLD THRU 1100-EXIT
001130     END-IF.
001140 1000-EXIT.
001150     EXIT.
001160
001170 1100-READ-OLD.
001180     READ OLDMAST NEXT RECORD
001190         AT END MOVE "Y" TO WS-OLD-EOF-SW
001200     END-READ.
001210 1100-EXIT.
001220     EXIT.
001230
001240*----EVERY OLD FIELD CARRIES ACROSS UNCHANGED; EVERYONE STARTS
001250*----SINGLE WITH NO DEPENDENT CREDIT OR EXTRA WITHHOLDING.
001260 2000-CONVERT-ONE.
001270     ADD 1 TO WS-READ-COUNT
001280     MOVE OLD-SSNUM TO ER-SSnum
001290     MOVE OLD-NAME TO ER-NAME
001300     MOVE OLD-EMP-ID TO ER-EMP-ID
001310     MOVE OLD-PAY-RATE TO ER-PAY-RATE
001320     MOVE OLD-STATUS TO ER-STATUS
001330     MOVE OLD-TERM-DATE TO ER-TERM-DATE
001340     MOVE OLD-BANK-ROUTING TO ER-BANK-ROUTING
001350     MOVE OLD-BANK-ACCOUNT TO ER-BANK-ACCOUNT
001360     MOVE OLD-WORK-STATE TO ER-WORK-STATE
001370     MOVE OLD-COMP-CLASS TO ER-COMP-CLASS
001380     MOVE OLD-PRENOTE-STATUS TO ER-PRENOTE-STATUS
001390     MOVE OLD-PRENOTE-DATE TO ER-PRENOTE-DATE
001400     MOVE OLD-COMPANY TO ER-COMPANY
001410     MOVE OLD-HIRE-DATE TO ER-HIRE-DATE
001420     MOVE OLD-PAY-TYPE TO ER-PAY-TYPE
001430     MOVE OLD-PERIOD-SALARY TO ER-PERIOD-SALARY
001440     MOVE "S" TO ER-FILING-STATUS
001450     MOVE 0 TO ER-DEP-CREDIT
001460     MOVE 0 TO ER-EXTRA-WH
001470     WRITE EmployeeRec
001480         INVALID KEY
001490             DISPLAY "EMPCNV4: DUPLICATE KEY ON REBUILD"
001500     END-WRITE
001510     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001520         ADD 1 TO WS-WRITE-COUNT
001530     END-IF
001540     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001550 2000-EXIT.
001560     EXIT.
001570
001580 3000-TERMINATE.
001590*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001600*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001610     IF EMPMAST-LOCK-HELD
001620         MOVE "C" TO WS-LOCK-ACTION
001630         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001640             WS-LOCK-ACTION, WS-LOCK-RESULT
001650         MOVE "N" TO WS-LOCK-HELD-SW
001660     END-IF
001670     DISPLAY "EMPCNV4: RECORDS READ - " WS-READ-COUNT
001680     DISPLAY "EMPCNV4: RECORDS CONVERTED - " WS-WRITE-COUNT
001690     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001700         DISPLAY "EMPCNV4: COUNTS DO NOT MATCH - DO NOT CUT "
001710             "OVER"
001720         MOVE 8 TO RETURN-CODE
001730     END-IF
001740     CLOSE OLDMAST
001750     CLOSE EMPMAST.
001760 3000-EXIT.
001770     EXIT.
