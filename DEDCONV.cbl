000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEDCONV.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. PAYROLL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME DEDUCTION MASTER
000100*                   CONVERSION, IN THE EMPCONV MOLD, FOR THE
000110*                   SUPPLEMENTAL PAY FLAG ADDED BEHIND THE STOP
000120*                   DATE. UNLOADS THE PRIOR 28-BYTE LAYOUT
000130*                   (SUPPLIED AS OLDDED) AND REBUILDS DEDMAST
000140*                   WITH EVERY DEDUCTION FLAGGED N - REGULAR
000150*                   PAYROLL ONLY - UNTIL DEDMAINT CHANGES SAY
000160*                   OTHERWISE. RUN ONCE, VERIFY THE COUNTS MATCH,
000170*                   THEN CUT OVER.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT OLDDED      ASSIGN TO OLDDED
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS OLD-KEY
000260         FILE STATUS IS WS-OLD-STATUS.
000270     SELECT DEDMAST     ASSIGN TO DEDMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS DD-KEY
000310         FILE STATUS IS WS-NEW-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  OLDDED.
000360 01  OldDeduction.
000370     02  OLD-KEY.
000380         03  OLD-SSN        PIC 9(9).
000390         03  OLD-CODE       PIC X(3).
000400     02  OLD-METHOD         PIC X(1).
000410     02  OLD-RATE           PIC 9(3)V99.
000420     02  OLD-PRIORITY       PIC 9(2).
000430     02  OLD-STOP-DATE      PIC 9(8).
000440
000450 FD  DEDMAST.
000460     COPY "DEDMAST.cpy".
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000500 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000510 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000520     88  END-OF-OLD-DEDS        VALUE "Y".
000530 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000540 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000550 01  WS-LOCK-FILE           PIC X(8) VALUE "DEDMAST".
000560 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "DEDCONV".
000570 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000580 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000590 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000600     88  DEDMAST-LOCK-HELD      VALUE "Y".
000610
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000650     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000660         UNTIL END-OF-OLD-DEDS
000670     PERFORM 3000-TERMINATE THRU 3000-EXIT
000680     GOBACK.
000690
000700 1000-INITIALIZE.
000710     OPEN INPUT OLDDED
000720     IF WS-OLD-STATUS NOT = "00"
000730         DISPLAY "DEDCONV: UNABLE TO OPEN OLDDED - STATUS "
000740             WS-OLD-STATUS
000750         MOVE "Y" TO WS-OLD-EOF-SW
000760         MOVE 12 TO RETURN-CODE
000770         GO TO 1000-EXIT
000780     END-IF
000790     MOVE "R" TO WS-LOCK-ACTION
000800     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000810         WS-LOCK-ACTION, WS-LOCK-RESULT
000820     IF WS-LOCK-RESULT = "B"
000830         DISPLAY "DEDCONV: DEDMAST IS IN USE - CONVERSION "
000840             "ABANDONED"
000850         MOVE "Y" TO WS-OLD-EOF-SW
000860         MOVE 12 TO RETURN-CODE
000870         GO TO 1000-EXIT
000880     END-IF
000890     MOVE "Y" TO WS-LOCK-HELD-SW
000900     OPEN OUTPUT DEDMAST
000910     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000920         DISPLAY "DEDCONV: UNABLE TO BUILD DEDMAST - STATUS "
000930             WS-NEW-STATUS
000940         MOVE "Y" TO WS-OLD-EOF-SW
000950         MOVE 12 TO RETURN-CODE
000960         GO TO 1000-EXIT
000970     END-IF
000980     MOVE LOW-VALUES TO OLD-KEY
000990     START OLDDED KEY IS NOT LESS THAN OLD-KEY
001000         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001010     END-START
001020     IF NOT END-OF-OLD-DEDS
001030         PERFORM 1100-READ-OLD THRU 1100-EXIT
001040     END-IF.
001050 1000-EXIT.
001060     EXIT.
001070
001080 1100-READ-OLD.
001090     READ OLDDED NEXT RECORD
001100         AT END MOVE "Y" TO WS-OLD-EOF-SW
001110     END-READ.
001120 1100-EXIT.
001130     EXIT.
001140
001150*----EVERY OLD FIELD CARRIES ACROSS UNCHANGED; NO DEDUCTION
001160*----COMES OUT OF SUPPLEMENTAL PAY UNTIL IT IS FLAGGED.
001170 2000-CONVERT-ONE.
001180     ADD 1 TO WS-READ-COUNT
001190     MOVE OLD-SSN TO DD-SSN
001200     MOVE OLD-CODE TO DD-CODE
001210     MOVE OLD-METHOD TO DD-METHOD
001220     MOVE OLD-RATE TO DD-RATE
001230     MOVE OLD-PRIORITY TO DD-PRIORITY
001240     MOVE OLD-STOP-DATE TO DD-STOP-DATE
001250     MOVE "N" TO DD-SUPP-FLAG
001260     WRITE DeductRec
001270         INVALID KEY
001280             DISPLAY "DEDCONV: DUPLICATE KEY ON REBUILD"
001290     END-WRITE
001300     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001310         ADD 1 TO WS-WRITE-COUNT
001320     END-IF
001330     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001340 2000-EXIT.
001350     EXIT.
001360
001370 3000-TERMINATE.
001380*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001390*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001400     IF DEDMAST-LOCK-HELD
001410         MOVE "C" TO WS-LOCK-ACTION
001420         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001430             WS-LOCK-ACTION, WS-LOCK-RESULT
001440         MOVE "N" TO WS-LOCK-HELD-SW
001450     END-IF
001460     DISPLAY "DEDCONV: RECORDS READ - " WS-READ-COUNT
001470     DISPLAY "DEDCONV: RECORDS CONVERTED - " WS-WRITE-COUNT
001480     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001490         DISPLAY "DEDCONV: COUNTS DO NOT MATCH - DO NOT CUT "
001500             "OVER"
001510         MOVE 8 TO RETURN-CODE
001520     END-IF
001530     CLOSE OLDDED
001540     CLOSE DEDMAST.
001550 3000-EXIT.
001560     EXIT.
