000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCNV3.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME CUSTOMER MASTER
000100*                   CONVERSION FOR THE PAYMENT TERMS FIELDS, IN
000110*                   THE CUSTCNV2 MOLD. UNLOADS THE PRIOR-LAYOUT
000120*                   MASTER (SUPPLIED AS OLDMAST, THE 101-BYTE
000130*                   RECORD WITHOUT paymentTerms) AND REBUILDS
000140*                   CUSTMAST UNDER THE NEW LAYOUT WITH EVERY
000150*                   CUSTOMER ON NET 30 AND NO DISCOUNT - THE
000160*                   TERMS THE AR CHAIN ASSUMED UNTIL NOW. RUN
000170*                   ONCE, VERIFY THE COUNTS MATCH, THEN CUT THE
000180*                   JOBS OVER TO THE NEW FILE. LONGER TERMS OR A
000190*                   DISCOUNT ARE A CUSTMAINT CHANGE AFTERWARD.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OLDMAST     ASSIGN TO OLDMAST
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS OLD-IDENT
000280         FILE STATUS IS WS-OLD-STATUS.
000290     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS ident
000330         FILE STATUS IS WS-NEW-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  OLDMAST.
000380 01  OldCustomer.
000390     02  OLD-IDENT          PIC 9(7).
000400     02  OLD-NAME           PIC X(20).
000410     02  OLD-DOB            PIC 9(8).
000420     02  OLD-LAST-ACTIVE    PIC 9(8).
000430     02  OLD-ADDRESS        PIC X(56).
000440     02  OLD-COMPANY        PIC X(2).
000450
000460 FD  CUSTMAST.
000470     COPY "CUSTOMER.cpy".
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000510 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000520 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000530     88  END-OF-OLD-MASTER      VALUE "Y".
000540 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000550 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000560 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
000570 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "CUSTCNV3".
000580 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000590 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000600 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000610     88  CUSTMAST-LOCK-HELD     VALUE "Y".
000620
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000660     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000670         UNTIL END-OF-OLD-MASTER
000680     PERFORM 3000-TERMINATE THRU 3000-EXIT
000690     GOBACK.
000700
000710 1000-INITIALIZE.
000720     OPEN INPUT OLDMAST
000730     IF WS-OLD-STATUS NOT = "00"
000740         DISPLAY "CUSTCNV3: UNABLE TO OPEN OLDMAST - STATUS "
000750             WS-OLD-STATUS
000760         MOVE "Y" TO WS-OLD-EOF-SW
000770         MOVE 12 TO RETURN-CODE
000780         GO TO 1000-EXIT
000790     END-IF
000800     MOVE "R" TO WS-LOCK-ACTION
000810     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000820         WS-LOCK-ACTION, WS-LOCK-RESULT
000830     IF WS-LOCK-RESULT = "B"
000840         DISPLAY "CUSTCNV3: CUSTMAST IS IN USE - CONVERSION "
000850             "ABANDONED"
000860         MOVE "Y" TO WS-OLD-EOF-SW
000870         MOVE 12 TO RETURN-CODE
000880         GO TO 1000-EXIT
000890     END-IF
000900     MOVE "Y" TO WS-LOCK-HELD-SW
000910     OPEN OUTPUT CUSTMAST
000920     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000930         DISPLAY "CUSTCNV3: UNABLE TO BUILD CUSTMAST - STATUS "
000940             WS-NEW-STATUS
000950         MOVE "Y" TO WS-OLD-EOF-SW
000960         MOVE 12 TO RETURN-CODE
000970         GO TO 1000-EXIT
000980     END-IF
000990     MOVE 0 TO OLD-IDENT
001000     START OLDMAST KEY IS NOT LESS THAN OLD-IDENT
001010         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001020     END-START
001030     IF NOT END-OF-OLD-MASTER
001040         PERFORM 1100-READ-OLD THRU 1100-EXIT
001050     END-IF.
001060 1000-EXIT.
001070     EXIT.
001080
001090 1100-READ-OLD.
001100     READ OLDMAST NEXT RECORD
001110         AT END MOVE "Y" TO WS-OLD-EOF-SW
001120     END-READ.
001130 1100-EXIT.
001140     EXIT.
001150
001160*----EVERY FIELD CARRIES ACROSS UNCHANGED - ONLY THE TERMS ARE
001170*----NEW, AND EVERYONE STARTS ON NET 30.
001180 2000-CONVERT-ONE.
001190     ADD 1 TO WS-READ-COUNT
001200     MOVE OLD-IDENT TO ident
001210     MOVE OLD-NAME TO custName
001220     MOVE OLD-DOB TO dateOfBirth
001230     MOVE OLD-LAST-ACTIVE TO lastActiveDate
001240     MOVE OLD-ADDRESS TO mailingAddress
001250     MOVE OLD-COMPANY TO companyCode
001260     MOVE 30 TO termsNetDays
001270     MOVE 0 TO termsDiscPct
001280     MOVE 0 TO termsDiscDays
001290     WRITE Customer
001300         INVALID KEY
001310             DISPLAY "CUSTCNV3: DUPLICATE KEY FOR OLD IDENT "
001320                 OLD-IDENT
001330     END-WRITE
001340     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001350         ADD 1 TO WS-WRITE-COUNT
001360     END-IF
001370     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001380 2000-EXIT.
001390     EXIT.
001400
001410 3000-TERMINATE.
001420*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001430*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001440     IF CUSTMAST-LOCK-HELD
001450         MOVE "C" TO WS-LOCK-ACTION
001460         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001470             WS-LOCK-ACTION, WS-LOCK-RESULT
001480         MOVE "N" TO WS-LOCK-HELD-SW
001490     END-IF
001500     DISPLAY "CUSTCNV3: RECORDS READ - " WS-READ-COUNT
001510     DISPLAY "CUSTCNV3: RECORDS CONVERTED - " WS-WRITE-COUNT
001520     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001530         DISPLAY "CUSTCNV3: COUNTS DO NOT MATCH - DO NOT CUT "
001540             "OVER"
001550         MOVE 8 TO RETURN-CODE
001560     END-IF
001570     CLOSE OLDMAST
001580     CLOSE CUSTMAST.
001590 3000-EXIT.
001600     EXIT.
