000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCNV5.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME EMPLOYEE MASTER
000100*                   CONVERSION, IN THE EMPCONV MOLD, FOR THE HOME
000110*                   DEPARTMENT AND APPROVING SUPERVISOR ADDED
000120*                   BEHIND THE W-4 ELECTIONS. UNLOADS THE PRIOR
000130*                   126-BYTE LAYOUT (SUPPLIED AS OLDMAST) AND
000140*                   REBUILDS EMPMAST WITH NEITHER ASSIGNED. THE
000150*                   ASSIGNMENTS ARE THEN KEYED AS EMPMAINT
000160*                   CHANGES.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT OLDMAST     ASSIGN TO OLDMAST
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS OLD-SSNUM
000250         FILE STATUS IS WS-OLD-STATUS.
000260     SELECT EMPMAST     ASSIGN TO EMPMAST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS ER-SSnum
000300         FILE STATUS IS WS-NEW-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  OLDMAST.
000350 01  OldEmployee.
000360     02  OLD-SSNUM          PIC 9(9).
000370     02  OLD-NAME           PIC X(30).
000380     02  OLD-EMP-ID         PIC X(5).
000390     02  OLD-PAY-RATE       PIC 9(3)V99.
000400     02  OLD-STATUS         PIC X(1).
000410     02  OLD-TERM-DATE      PIC 9(8).
000420     02  OLD-BANK-ROUTING   PIC 9(9).
000430     02  OLD-BANK-ACCOUNT   PIC X(12).
000440     02  OLD-WORK-STATE     PIC X(2).
000450     02  OLD-COMP-CLASS     PIC X(4).
000460     02  OLD-PRENOTE-STATUS PIC X(1).
000470     02  OLD-PRENOTE-DATE   PIC 9(8).
000480     02  OLD-COMPANY        PIC X(2).
000490     02  OLD-HIRE-DATE      PIC 9(8).
000500     02  OLD-PAY-TYPE       PIC X(1).
000510     02  OLD-PERIOD-SALARY  PIC 9(5)V99.
000520     02  OLD-FILING-STATUS  PIC X(1).
000530     02  OLD-DEP-CREDIT     PIC 9(5)V99.
000540     02  OLD-EXTRA-WH       PIC 9(4)V99.
000550
000560 FD  EMPMAST.
000570     COPY "EMPLOYEE.cpy".
000580
000590 WORKING-STORAGE SECTION.
000600 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000610 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000620 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000630     88  END-OF-OLD-MASTER      VALUE "Y".
000640 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000650 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000660 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000670 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "EMPCNV5".
000680 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000690 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000700 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000710     88  EMPMAST-LOCK-HELD      VALUE "Y".
000720
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000760     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000770         UNTIL END-OF-OLD-MASTER
000780     PERFORM 3000-TERMINATE THRU 3000-EXIT
000790     GOBACK.
000800
000810 1000-INITIALIZE.
000820     OPEN INPUT OLDMAST
000830     IF WS-OLD-STATUS NOT = "00"
000840         DISPLAY "EMPCNV5: UNABLE TO OPEN OLDMAST - STATUS "
000850             WS-OLD-STATUS
000860         MOVE "Y" TO WS-OLD-EOF-SW
000870         MOVE 12 TO RETURN-CODE
000880         GO TO 1000-EXIT
000890     END-IF
000900     MOVE "R" TO WS-LOCK-ACTION
000910     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000920         WS-LOCK-ACTION, WS-LOCK-RESULT
000930     IF WS-LOCK-RESULT = "B"
000940         DISPLAY "EMPCNV5: EMPMAST IS IN USE - CONVERSION "
000950             "ABANDONED"
000960         MOVE "Y" TO WS-OLD-EOF-SW
000970         MOVE 12 TO RETURN-CODE
000980         GO TO 1000-EXIT
000990     END-IF
001000     MOVE "Y" TO WS-LOCK-HELD-SW
001010     OPEN OUTPUT EMPMAST
001020     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
001030         DISPLAY "EMPCNV5: UNABLE TO BUILD EMPMAST - STATUS "
001040             WS-NEW-STATUS
001050         MOVE "Y" TO WS-OLD-EOF-SW
001060         MOVE 12 TO RETURN-CODE
001070         GO TO 1000-EXIT
001080     END-IF
001090     MOVE ZEROES TO OLD-SSNUM
001100     START OLDMAST KEY IS NOT LESS THAN OLD-SSNUM
001110         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001120     END-START
001130     IF NOT END-OF-OLD-MASTER
001140         PERFORM 1100-READ-OLD THRU 1100-EXIT
001150     END-IF.
001160 1000-EXIT.
001170     EXIT.
001180
001190 1100-READ-OLD.
001200     READ OLDMAST NEXT RECORD
001210         AT END MOVE "Y" TO WS-OLD-EOF-SW
001220     END-READ.
001230 1100-EXIT.
001240     EXIT.
001250
001260*----EVERY OLD FIELD CARRIES ACROSS UNCHANGED; NO ONE HAS A
001270*----DEPARTMENT OR SUPERVISOR UNTIL ONE IS KEYED.
001280 2000-CONVERT-ONE.
001290     ADD 1 TO WS-READ-COUNT
001300     MOVE OLD-SSNUM TO ER-SSnum
001310     MOVE OLD-NAME TO ER-NAME
001320     MOVE OLD-EMP-ID TO ER-EMP-ID
001330     MOVE OLD-PAY-RATE TO ER-PAY-RATE
001340     MOVE OLD-STATUS TO ER-STATUS
001350     MOVE OLD-TERM-DATE TO ER-TERM-DATE
001360     MOVE OLD-BANK-ROUTING TO ER-BANK-ROUTING
001370     MOVE OLD-BANK-ACCOUNT TO ER-BANK-ACCOUNT
001380     MOVE OLD-WORK-STATE TO ER-WORK-STATE
001390     MOVE OLD-COMP-CLASS TO ER-COMP-CLASS
001400     MOVE OLD-PRENOTE-STATUS TO ER-PRENOTE-STATUS
001410     MOVE OLD-PRENOTE-DATE TO ER-PRENOTE-DATE
001420     MOVE OLD-COMPANY TO ER-COMPANY
001430     MOVE OLD-HIRE-DATE TO ER-HIRE-DATE
001440     MOVE OLD-PAY-TYPE TO ER-PAY-TYPE
001450     MOVE OLD-PERIOD-SALARY TO ER-PERIOD-SALARY
001460     MOVE OLD-FILING-STATUS TO ER-FILING-STATUS
001470     MOVE OLD-DEP-CREDIT TO ER-DEP-CREDIT
001480     MOVE OLD-EXTRA-WH TO ER-EXTRA-WH
001490     MOVE SPACES TO ER-DEPT
001500     MOVE SPACES TO ER-SUPERVISOR
001510     WRITE EmployeeRec
001520         INVALID KEY
001530             DISPLAY "EMPCNV5: DUPLICATE KEY ON REBUILD"
001540     END-WRITE
001550     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001560         ADD 1 TO WS-WRITE-COUNT
001570     END-IF
001580     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001590 2000-EXIT.
001600     EXIT.
001610
001620 3000-TERMINATE.
001630*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001640*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001650     IF EMPMAST-LOCK-HELD
001660         MOVE "C" TO WS-LOCK-ACTION
001670         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001680             WS-LOCK-ACTION, WS-LOCK-RESULT
001690         MOVE "N" TO WS-LOCK-HELD-SW
001700     END-IF
001710     DISPLAY "EMPCNV5: RECORDS READ - " WS-READ-COUNT
001720     DISPLAY "EMPCNV5: RECORDS CONVERTED - " WS-WRITE-COUNT
001730     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001740         DISPLAY "EMPCNV5: COUNTS DO NOT MATCH - DO NOT CUT "
001750             "OVER"
001760         MOVE 8 TO RETURN-CODE
001770     END-IF
001780     CLOSE OLDMAST
001790     CLOSE EMPMAST.
001800 3000-EXIT.
001810     EXIT.
