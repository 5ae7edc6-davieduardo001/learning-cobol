000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCNV6.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME CUSTOMER MASTER
000100*                   CONVERSION FOR THE NATIONAL-ACCOUNT PARENT
000110*                   IDENT, IN THE CUSTCNV5 MOLD. UNLOADS THE
000120*                   PRIOR-LAYOUT MASTER (SUPPLIED AS OLDMAST, THE
000130*                   151-BYTE RECORD WITH THE RETURNED-MAIL BLOCK
000140*                   BUT NO parentIdent) AND REBUILDS CUSTMAST
000150*                   UNDER THE NEW LAYOUT WITH EVERY CUSTOMER
000160*                   STANDING ALONE. RUN ONCE, VERIFY THE COUNTS
000170*                   MATCH, THEN CUT THE JOBS OVER TO THE NEW FILE.
000180*                   PARENTS ARE KEYED AFTERWARD THROUGH CUSTMAINT.
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
000470
000480 FD  CUSTMAST.
000490     COPY "CUSTOMER.cpy".
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000530 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000540 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000550     88  END-OF-OLD-MASTER      VALUE "Y".
000560 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000570 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000580 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
000590 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "CUSTCNV6".
000600 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000610 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000620 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000630     88  CUSTMAST-LOCK-HELD     VALUE "Y".
000640
000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000680     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000690         UNTIL END-OF-OLD-MASTER
000700     PERFORM 3000-TERMINATE THRU 3000-EXIT
000710     GOBACK.
000720
000730 1000-INITIALIZE.
000740     OPEN INPUT OLDMAST
000750     IF WS-OLD-STATUS NOT = "00"
000760         DISPLAY "CUSTCNV6: UNABLE TO OPEN OLDMAST - STATUS "
000770             WS-OLD-STATUS
000780         MOVE "Y" TO WS-OLD-EOF-SW
000790         MOVE 12 TO RETURN-CODE
000800         GO TO 1000-EXIT
000810     END-IF
000820     MOVE "R" TO WS-LOCK-ACTION
000830     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
000840         WS-LOCK-ACTION, WS-LOCK-RESULT
000850     IF WS-LOCK-RESULT = "B"
000860         DISPLAY "CUSTCNV6: CUSTMAST IS IN USE - CONVERSION "
000870             "ABANDONED"
000880         MOVE "Y" TO WS-OLD-EOF-SW
000890         MOVE 12 TO RETURN-CODE
000900         GO TO 1000-EXIT
000910     END-IF
000920     MOVE "Y" TO WS-LOCK-HELD-SW
000930     OPEN OUTPUT CUSTMAST
000940     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
000950         DISPLAY "CUSTCNV6: UNABLE TO BUILD CUSTMAST - STATUS "
000960             WS-NEW-STATUS
000970         MOVE "Y" TO WS-OLD-EOF-SW
000980         MOVE 12 TO RETURN-CODE
000990         GO TO 1000-EXIT
001000     END-IF
001010     MOVE 0 TO OLD-IDENT
001020     START OLDMAST KEY IS NOT LESS THAN OLD-IDENT
001030         INVALID KEY MOVE "Y" TO WS-OLD-EOF-SW
001040     END-START
001050     IF NOT END-OF-OLD-MASTER
001060         PERFORM 1100-READ-OLD THRU 1100-EXIT
001070     END-IF.
001080 1000-EXIT.
001090     EXIT.
001100
001110 1100-READ-OLD.
001120     READ OLDMAST NEXT RECORD
001130         AT END MOVE "Y" TO WS-OLD-EOF-SW
001140     END-READ.
001150 1100-EXIT.
001160     EXIT.
001170
001180*----EVERY FIELD CARRIES ACROSS UNCHANGED - ONLY THE PARENT
001190*----IDENT IS NEW, AND NOBODY STARTS AS ANOTHER'S BRANCH.
001200 2000-CONVERT-ONE.
001210     ADD 1 TO WS-READ-COUNT
001220     MOVE OLD-IDENT TO ident
001230     MOVE OLD-NAME TO custName
001240     MOVE OLD-DOB TO dateOfBirth
001250     MOVE OLD-LAST-ACTIVE TO lastActiveDate
001260     MOVE OLD-ADDRESS TO mailingAddress
001270     MOVE OLD-COMPANY TO companyCode
001280     MOVE OLD-TERMS TO paymentTerms
001290     MOVE OLD-PLACEMENT TO collectionPlacement
001300     MOVE OLD-RETURNED-MAIL TO returnedMail
001310     MOVE 0 TO parentIdent
001320     WRITE Customer
001330         INVALID KEY
001340             DISPLAY "CUSTCNV6: DUPLICATE KEY FOR OLD IDENT "
001350                 OLD-IDENT
001360     END-WRITE
001370     IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "02"
001380         ADD 1 TO WS-WRITE-COUNT
001390     END-IF
001400     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001410 2000-EXIT.
001420     EXIT.
001430
001440 3000-TERMINATE.
001450*----CLEAR THE RESERVATION BEFORE THE COUNT CHECK SETS THE
001460*----RETURN CODE - A CALL AFTERWARD WOULD HAND BACK ZERO.
001470     IF CUSTMAST-LOCK-HELD
001480         MOVE "C" TO WS-LOCK-ACTION
001490         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001500             WS-LOCK-ACTION, WS-LOCK-RESULT
001510         MOVE "N" TO WS-LOCK-HELD-SW
001520     END-IF
001530     DISPLAY "CUSTCNV6: RECORDS READ - " WS-READ-COUNT
001540     DISPLAY "CUSTCNV6: RECORDS CONVERTED - " WS-WRITE-COUNT
001550     IF WS-READ-COUNT NOT = WS-WRITE-COUNT
001560         DISPLAY "CUSTCNV6: COUNTS DO NOT MATCH - DO NOT CUT "
001570             "OVER"
001580         MOVE 8 TO RETURN-CODE
001590     END-IF
001600     CLOSE OLDMAST
001610     CLOSE CUSTMAST.
001620 3000-EXIT.
001630     EXIT.
