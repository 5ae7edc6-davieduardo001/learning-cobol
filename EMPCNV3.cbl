000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCNV3.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME EMPLOYEE MASTER
000100*                   CONVERSION, IN THE EMPCONV MOLD, FOR THE PAY
000110*                   TYPE AND PERIOD SALARY ADDED BEHIND THE HIRE
000120*                   DATE. UNLOADS THE PRIOR 104-BYTE LAYOUT
000130*                   (SUPPLIED AS OLDMAST) AND REBUILDS EMPMAST
000140*                   WITH EVERYONE HOURLY AND NO SALARY - SALARIED
000150*                   STAFF ARE THEN SWITCHED OVER BY EMPMAINT
000160*                   CHANGE TRANSACTIONS. RUN ONCE, VERIFY THE
000170*                   COUNTS MATCH, THEN CUT OVER.
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
000510
000520 FD  EMPMAST.
000530     COPY "EMPLOYEE.cpy".
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000570 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000580 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000590     88  END-OF-OLD-MASTER      VALUE "Y".
000600 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000610 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000620 01  WS-LOCK-FILE           PIC X(8) VALUE "EMPMAST".
000630 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "EMPCNV3".
000640 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000650 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000660 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000670     88  EMPMAST-LOCK-HELD      VALUE "Y".
000680
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000720     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000730         UNTIL END-OF-OLD-MASTER
000740     PERFORM 3000-TERMINATE THRU 3000-EXIT
000750     GOBACK.
000760
000770 1000-INITIALIZE.
000780     OPEN INPUT OLDMAST
000790     IF WS-OLD-STATUS NOT = "00"
000800         DISPLAY "EMPCNV3: UNABLE TO OPEN OLDMAST - STATUS "
000810             WS-OLD-STATUS
000820         MOVE "Y" TO WS-OLD-EOF-SW
000830         MOVE 12 TO RETURN-CODE
000840         GO TO 1000-EXIT
000850     END-IF
000860     MOVE "R" TO WS-LOCK-ACTION
000870     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000880         WS-LOCK-ACTION, WS-LOCK-RESULT
000890     IF WS-LOCK-RESULT = "B"
000900         DISPLAY "EMPCNV3: EMPMAST IS IN USE - CONVERSION "
000910             "ABANDONED"
000920         MOVE "Y" TO WS-OLD-EOF-SW
000930         MOVE 12 TO RETURN-CODE
000940         GO TO 1000-EXIT
000950     END-IF
000960     MOVE "Y" TO WS-LOCK-HELD-SW
000970     OPEN OUTPUT EMPMAST
000980     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000990         DISPLAY "EMPCNV3: UNABLE TO BUILD EMPMAST - STATUS "
001000             WS-NEW-STATUS
001010         MOVE "Y" TO WS-OLD-EOF-SW
001020         MOVE 12 TO RETURN-CODE
001030         GO TO 1000-EXIT
001040     END-IF
001050     MOVE ZEROES TO OLD-SSNUM
001060     START OLDMAST KEY IS NOT LESS THAN OLD-SSNUM
001070         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001080     END-START
001090     IF NOT END-OF-OLD-MASTER
001100         PERFORM 1100-READ-OLD THRU 1100-EXIT
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140
001150 1100-READ-OLD.
001160     READ OLDMAST NEXT RECORD
001170         AT END MOVE "Y" TO WS-OLD-EOF-SW
001180     END-READ.
001190 1100-EXIT.
001200     EXIT.
001210
001220*----EVERY OLD FIELD CARRIES ACROSS UNCHANGED; EVERYONE STARTS
001230*----HOURLY WITH NO PERIOD SALARY.
001240 2000-CONVERT-ONE.
001250     ADD 1 TO WS-READ-COUNT
001260     MOVE OLD-SSNUM TO ER-SSnum
001270     MOVE OLD-NAME TO ER-NAME
001280     MOVE OLD-EMP-ID TO ER-EMP-ID
001290     MOVE OLD-PAY-RATE TO ER-PAY-RATE
001300     MOVE OLD-STATUS TO ER-STATUS
001310     MOVE OLD-TERM-DATE TO ER-TERM-DATE
001320     MOVE OLD-BANK-ROUTING TO ER-BANK-ROUTING
001330     MOVE OLD-BANK-ACCOUNT TO ER-BANK-ACCOUNT
001340     MOVE OLD-WORK-STATE TO ER-WORK-STATE
001350     MOVE OLD-COMP-CLASS TO ER-COMP-CLASS
001360     MOVE OLD-PRENOTE-STATUS TO ER-PRENOTE-STATUS
001370     MOVE OLD-PRENOTE-DATE TO ER-PRENOTE-DATE
001380     MOVE OLD-COMPANY TO ER-COMPANY
001390     MOVE OLD-HIRE-DATE TO ER-HIRE-DATE
001400     MOVE "H" TO ER-PAY-TYPE
001410     MOVE 0 TO ER-PERIOD-SALARY
001420     WRITE EmployeeRec
001430         INVALID KEY
001440             DISPLAY "EMPCNV3: DUPLICATE KEY ON REBUILD"
001450     END-WRITE
001460     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001470         ADD 1 TO WS-WRITE-COUNT
001480     END-IF
001490     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001500 2000-EXIT.
001510     EXIT.
001520
001530 3000-TERMINATE.
001540*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001550*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001560     IF EMPMAST-LOCK-HELD
001570         MOVE "C" TO WS-LOCK-ACTION
001580         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001590             WS-LOCK-ACTION, WS-LOCK-RESULT
001600         MOVE "N" TO WS-LOCK-HELD-SW
001610     END-IF
001620     DISPLAY "EMPCNV3: RECORDS READ - " WS-READ-COUNT
001630     DISPLAY "EMPCNV3: RECORDS CONVERTED - " WS-WRITE-COUNT
001640     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001650         DISPLAY "EMPCNV3: COUNTS DO NOT MATCH - DO NOT CUT "
001660             "OVER"
001670         MOVE 8 TO RETURN-CODE
001680     END-IF
001690     CLOSE OLDMAST
001700     CLOSE EMPMAST.
001710 3000-EXIT.
001720     EXIT.
