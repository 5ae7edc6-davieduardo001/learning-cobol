000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCNV7.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME CUSTOMER MASTER
000100*                   CONVERSION FOR THE SALES REP CODE, IN THE
000110*                   CUSTCNV6 MOLD. UNLOADS THE PRIOR-LAYOUT MASTER
000120*                   (SUPPLIED AS OLDMAST, THE 158-BYTE RECORD WITH
000130*                   THE PARENT IDENT BUT NO salesRep) AND REBUILDS
000140*                   CUSTMAST UNDER THE NEW LAYOUT WITH EVERY
000150*                   CUSTOMER A HOUSE ACCOUNT. RUN ONCE, VERIFY
000160*                   THE COUNTS MATCH, THEN CUT THE JOBS OVER TO
000170*                   THE NEW FILE. REPS ARE KEYED AFTERWARD
000180*                   THROUGH CUSTMAINT.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT OLDMAST     ASSIGN TO OLDMAST
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS OLD-IDENT
000270         FILE STATUS IS WS-OLD-STATUS.
000280     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS ident
000320         FILE STATUS IS WS-NEW-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  OLDMAST.
000370 01  OldCustomer.
000380     02  OLD-IDENT          PIC 9(7).
000390     02  OLD-NAME           PIC X(20).
000400     02  OLD-DOB            PIC 9(8).
000410     02  OLD-LAST-ACTIVE    PIC 9(8).
000420     02  OLD-ADDRESS        PIC X(56).
000430     02  OLD-COMPANY        PIC X(2).
000440     02  OLD-TERMS          PIC X(10).
000450     02  OLD-PLACEMENT      PIC X(9).
000460     02  OLD-RETURNED-MAIL  PIC X(31).
000470     02  OLD-PARENT         PIC 9(7).
000480
000490 FD  CUSTMAST.
000500     COPY "CUSTOMER.cpy".
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000540 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000550 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000560     88  END-OF-OLD-MASTER      VALUE "Y".
000570 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000580 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000590 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
000600 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "CUSTCNV7".
000610 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000620 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000630 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000640     88  CUSTMAST-LOCK-HELD     VALUE "Y".
000650
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000690     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000700         UNTIL END-OF-OLD-MASTER
000710     PERFORM 3000-TERMINATE THRU 3000-EXIT
000720     GOBACK.
000730
000740 1000-INITIALIZE.
000750     OPEN INPUT OLDMAST
000760     IF WS-OLD-STATUS NOT = "00"
000770         DISPLAY "CUSTCNV7: UNABLE TO OPEN OLDMAST - STATUS "
000780             WS-OLD-STATUS
000790         MOVE "Y" TO WS-OLD-EOF-SW
000800         MOVE 12 TO RETURN-CODE
000810         GO TO 1000-EXIT
000820     END-IF
000830     MOVE "R" TO WS-LOCK-ACTION
000840     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000850         WS-LOCK-ACTION, WS-LOCK-RESULT
000860     IF WS-LOCK-RESULT = "B"
000870         DISPLAY "CUSTCNV7: CUSTMAST IS IN USE - CONVERSION "
000880             "ABANDONED"
000890         MOVE "Y" TO WS-OLD-EOF-SW
000900         MOVE 12 TO RETURN-CODE
000910         GO TO 1000-EXIT
000920     END-IF
000930     MOVE "Y" TO WS-LOCK-HELD-SW
000940     OPEN OUTPUT CUSTMAST
000950     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000960         DISPLAY "CUSTCNV7: UNABLE TO BUILD CUSTMAST - STATUS "
000970             WS-NEW-STATUS
000980         MOVE "Y" TO WS-OLD-EOF-SW
000990         MOVE 12 TO RETURN-CODE
001000         GO TO 1000-EXIT
001010     END-IF
001020     MOVE 0 TO OLD-IDENT
001030     START OLDMAST KEY IS NOT LESS THAN OLD-IDENT
001040         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001050     END-START
001060     IF NOT END-OF-OLD-MASTER
001070         PERFORM 1100-READ-OLD THRU 1100-EXIT
001080     END-IF.
001090 1000-EXIT.
001100     EXIT.
001110
001120 1100-READ-OLD.
001130     READ OLDMAST NEXT RECORD
001140         AT END MOVE "Y" TO WS-OLD-EOF-SW
001150     END-READ.
001160 1100-EXIT.
001170     EXIT.
001180
001190*----EVERY FIELD CARRIES ACROSS UNCHANGED - ONLY THE SALES REP
001200*----IS NEW, AND EVERY ACCOUNT STARTS AS A HOUSE ACCOUNT.
001210 2000-CONVERT-ONE.
001220     ADD 1 TO WS-READ-COUNT
001230     MOVE OLD-IDENT TO ident
001240     MOVE OLD-NAME TO custName
001250     MOVE OLD-DOB TO dateOfBirth
001260     MOVE OLD-LAST-ACTIVE TO lastActiveDate
001270     MOVE OLD-ADDRESS TO mailingAddress
001280     MOVE OLD-COMPANY TO companyCode
001290     MOVE OLD-TERMS TO paymentTerms
001300     MOVE OLD-PLACEMENT TO collectionPlacement
001310     MOVE OLD-RETURNED-MAIL TO returnedMail
001320     MOVE OLD-PARENT TO parentIdent
001330     MOVE SPACES TO salesRep
001340     WRITE Customer
001350         INVALID KEY
001360             DISPLAY "CUSTCNV7: DUPLICATE KEY FOR OLD IDENT "
001370                 OLD-IDENT
001380     END-WRITE
001390     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001400         ADD 1 TO WS-WRITE-COUNT
001410     END-IF
001420     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001430 2000-EXIT.
001440     EXIT.
001450
001460 3000-TERMINATE.
001470*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001480*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001490     IF CUSTMAST-LOCK-HELD
001500         MOVE "C" TO WS-LOCK-ACTION
001510         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001520             WS-LOCK-ACTION, WS-LOCK-RESULT
001530         MOVE "N" TO WS-LOCK-HELD-SW
001540     END-IF
001550     DISPLAY "CUSTCNV7: RECORDS READ - " WS-READ-COUNT
001560     DISPLAY "CUSTCNV7: RECORDS CONVERTED - " WS-WRITE-COUNT
001570     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001580         DISPLAY "CUSTCNV7: COUNTS DO NOT MATCH - DO NOT CUT "
001590             "OVER"
001600         MOVE 8 TO RETURN-CODE
001610     END-IF
001620     CLOSE OLDMAST
001630     CLOSE CUSTMAST.
001640 3000-EXIT.
001650     EXIT.
