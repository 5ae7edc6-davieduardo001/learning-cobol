000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OICONV.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - ONE-TIME CONVERSION OF THE OPEN-
000100*                   ITEMS BOOK FROM LINE SEQUENTIAL TO INDEXED.
000110*                   READS THE PRIOR BOOK (SUPPLIED AS OLDOPEN,
000120*                   THE 62-BYTE RECORD WITH NO INVOICE OR LINE
000130*                   NUMBER) AND BUILDS OPENITEM KEYED BY
000140*                   CUSTOMER, INVOICE AND LINE NUMBER, THE
000150*                   INVOICE TAKEN FROM THE LINE'S DESCRIPTION AS
000160*                   CASHRCPT DOES. THE NEW BOOK IS THEN READ BACK
000170*                   AND ITS RECORD COUNT, AMOUNT AND PAID TOTALS
000180*                   BALANCED AGAINST THE OLD; RC 8 IF THEY DO NOT
000190*                   AGREE. RUN ONCE, THEN TAKE A FRESH MASTBKUP
000200*                   GENERATION - EARLIER GENERATIONS HOLD THE OLD
000210*                   RECORD AND CANNOT BE RESTORED OVER THE NEW.
000220*---------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OLDOPEN     ASSIGN TO OLDOPEN
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-OLD-STATUS.
000290     SELECT OPENITEM    ASSIGN TO OPENITEM
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS OI-KEY
000330         ALTERNATE RECORD KEY IS OI-STATUS
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-NEW-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  OLDOPEN.
000400 01  OldOpenItem.
000410     05  OLD-CUST-ID        PIC X(7).
000420     05  OLD-DESCRIPTION    PIC X(20).
000430     05  OLD-AMOUNT         PIC S9(6)V99
000440         SIGN IS LEADING SEPARATE.
000450     05  OLD-INV-DATE       PIC 9(8).
000460     05  OLD-PAID-AMT       PIC S9(6)V99
000470         SIGN IS LEADING SEPARATE.
000480     05  OLD-STATUS         PIC X(1).
000490     05  OLD-DUE-DATE       PIC 9(8).
000500
000510 FD  OPENITEM.
000520     COPY "OPENITEM.cpy".
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-OLD-STATUS          PIC X(2) VALUE SPACES.
000560 01  WS-NEW-STATUS          PIC X(2) VALUE SPACES.
000570 01  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
000580     88  END-OF-OLD-BOOK        VALUE "Y".
000590 01  WS-NEW-EOF-SW          PIC X(1) VALUE "N".
000600     88  END-OF-NEW-BOOK        VALUE "Y".
000610 01  WS-WRITE-DONE-SW       PIC X(1) VALUE "N".
000620     88  ITEM-WRITTEN           VALUE "Y".
000630 01  WS-OLD-OPEN-SW         PIC X(1) VALUE "N".
000640     88  OLD-BOOK-OPEN          VALUE "Y".
000650 01  WS-BUILT-SW            PIC X(1) VALUE "N".
000660     88  NEW-BOOK-BUILT         VALUE "Y".
000670 01  WS-READ-COUNT          PIC 9(7) COMP VALUE 0.
000680 01  WS-WRITE-COUNT         PIC 9(7) COMP VALUE 0.
000690 01  WS-CHECK-COUNT         PIC 9(7) COMP VALUE 0.
000700 01  WS-OLD-AMOUNT-TOT      PIC S9(11)V99 VALUE 0.
000710 01  WS-OLD-PAID-TOT        PIC S9(11)V99 VALUE 0.
000720 01  WS-NEW-AMOUNT-TOT      PIC S9(11)V99 VALUE 0.
000730 01  WS-NEW-PAID-TOT        PIC S9(11)V99 VALUE 0.
000740 01  WS-TOTAL-DISPLAY       PIC -(10)9.99.
000750 01  WS-LOCK-FILE           PIC X(8) VALUE "OPENITEM".
000760 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "OICONV".
000770 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000780 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000790 01  WS-LOCK-HELD-SW        PIC X(1) VALUE "N".
000800     88  OPENITEM-LOCK-HELD     VALUE "Y".
000810 01  WS-RUN-RC              PIC 9(2) VALUE 0.
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000860     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000870         UNTIL END-OF-OLD-BOOK
000880     PERFORM 3000-BALANCE THRU 3000-EXIT
000890     PERFORM 4000-TERMINATE THRU 4000-EXIT
000900     GOBACK.
000910
000920 1000-INITIALIZE.
000930     OPEN INPUT OLDOPEN
000940     IF WS-OLD-STATUS NOT = "00"
000950         DISPLAY "OICONV: UNABLE TO OPEN OLDOPEN - STATUS "
000960             WS-OLD-STATUS
000970         MOVE "Y" TO WS-OLD-EOF-SW
000980         MOVE 12 TO WS-RUN-RC
000990         GO TO 1000-EXIT
001000     END-IF
001010     MOVE "Y" TO WS-OLD-OPEN-SW
001020     MOVE "R" TO WS-LOCK-ACTION
001030     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
001040         WS-LOCK-ACTION, WS-LOCK-RESULT
001050     IF WS-LOCK-RESULT = "B"
001060         DISPLAY "OICONV: OPENITEM IS IN USE - CONVERSION "
001070             "ABANDONED"
001080         MOVE "Y" TO WS-OLD-EOF-SW
001090         MOVE 12 TO WS-RUN-RC
001100         GO TO 1000-EXIT
001110     END-IF
001120     MOVE "Y" TO WS-LOCK-HELD-SW
001130     OPEN OUTPUT OPENITEM
001140     IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
001150         DISPLAY "OICONV: UNABLE TO BUILD OPENITEM - STATUS "
001160             WS-NEW-STATUS
001170         MOVE "Y" TO WS-OLD-EOF-SW
001180         MOVE 12 TO WS-RUN-RC
001190         GO TO 1000-EXIT
001200     END-IF
001210     MOVE "Y" TO WS-BUILT-SW
001220     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001230 1000-EXIT.
001240     EXIT.
001250
001260 1100-READ-OLD.
001270     READ OLDOPEN
001280         AT END MOVE "Y" TO WS-OLD-EOF-SW
001290     END-READ.
001300 1100-EXIT.
001310     EXIT.
001320
001330*----EVERY FIELD CARRIES ACROSS UNCHANGED. THE INVOICE COMES
001340*----FROM THE DESCRIPTION AND THE LINE TAKES THE FIRST FREE
001350*----NUMBER UNDER ITS CUSTOMER AND INVOICE.
001360 2000-CONVERT-ONE.
001370     ADD 1 TO WS-READ-COUNT
001380     ADD OLD-AMOUNT TO WS-OLD-AMOUNT-TOT
001390     ADD OLD-PAID-AMT TO WS-OLD-PAID-TOT
001400     MOVE OLD-CUST-ID TO OI-CUST-ID
001410     MOVE SPACES TO OI-INV-NO
001420     IF OLD-DESCRIPTION(1:8) = "INVOICE "
001430         MOVE OLD-DESCRIPTION(9:6) TO OI-INV-NO
001440     END-IF
001450     IF OLD-DESCRIPTION(1:10) = "SALES TAX "
001460         MOVE OLD-DESCRIPTION(11:6) TO OI-INV-NO
001470     END-IF
001480     IF OLD-DESCRIPTION(1:13) = "DISCOUNT INV "
001490         MOVE OLD-DESCRIPTION(14:6) TO OI-INV-NO
001500     END-IF
001510     MOVE 1 TO OI-LINE-SEQ
001520     MOVE OLD-DESCRIPTION TO OI-DESCRIPTION
001530     MOVE OLD-AMOUNT TO OI-AMOUNT
001540     MOVE OLD-INV-DATE TO OI-INV-DATE
001550     MOVE OLD-PAID-AMT TO OI-PAID-AMT
001560     MOVE OLD-STATUS TO OI-STATUS
001570     MOVE OLD-DUE-DATE TO OI-DUE-DATE
001580     MOVE "N" TO WS-WRITE-DONE-SW
001590     PERFORM 2100-TRY-WRITE THRU 2100-EXIT
001600         UNTIL ITEM-WRITTEN OR OI-LINE-SEQ = 9999
001610     IF ITEM-WRITTEN
001620         ADD 1 TO WS-WRITE-COUNT
001630     ELSE
001640         DISPLAY "OICONV: NO FREE LINE NUMBER FOR CUSTOMER "
001650             OLD-CUST-ID " - " OLD-DESCRIPTION
001660     END-IF
001670     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001680 2000-EXIT.
001690     EXIT.
001700
001710 2100-TRY-WRITE.
001720     WRITE OpenItemRec
001730         INVALID KEY
001740             ADD 1 TO OI-LINE-SEQ
001750         NOT INVALID KEY
001760             MOVE "Y" TO WS-WRITE-DONE-SW
001770     END-WRITE.
001780 2100-EXIT.
001790     EXIT.
001800
001810*----READ THE NEW BOOK BACK FROM THE TOP AND TOTAL IT AGAIN, SO
001820*----THE BALANCE PROVES WHAT LANDED ON DISK RATHER THAN WHAT WAS
001830*----HANDED TO THE WRITE.
001840 3000-BALANCE.
001850     IF NOT NEW-BOOK-BUILT
001860         GO TO 3000-EXIT
001870     END-IF
001880     CLOSE OPENITEM
001890     OPEN INPUT OPENITEM
001900     IF WS-NEW-STATUS NOT = "00"
001910         DISPLAY "OICONV: UNABLE TO REOPEN OPENITEM - STATUS "
001920             WS-NEW-STATUS
001930         MOVE "N" TO WS-BUILT-SW
001940         MOVE 12 TO WS-RUN-RC
001950         GO TO 3000-EXIT
001960     END-IF
001970     MOVE LOW-VALUES TO OI-KEY
001980     START OPENITEM KEY IS NOT LESS THAN OI-KEY
001990         INVALID KEY MOVE "Y" TO WS-NEW-EOF-SW
002000     END-START
002010     PERFORM 3100-TOTAL-NEW THRU 3100-EXIT
002020         UNTIL END-OF-NEW-BOOK
002030     DISPLAY "OICONV: RECORDS READ - " WS-READ-COUNT
002040     DISPLAY "OICONV: RECORDS CONVERTED - " WS-WRITE-COUNT
002050     DISPLAY "OICONV: RECORDS ON NEW BOOK - " WS-CHECK-COUNT
002060     MOVE WS-OLD-AMOUNT-TOT TO WS-TOTAL-DISPLAY
002070     DISPLAY "OICONV: AMOUNT BEFORE - " WS-TOTAL-DISPLAY
002080     MOVE WS-NEW-AMOUNT-TOT TO WS-TOTAL-DISPLAY
002090     DISPLAY "OICONV: AMOUNT AFTER  - " WS-TOTAL-DISPLAY
002100     MOVE WS-OLD-PAID-TOT TO WS-TOTAL-DISPLAY
002110     DISPLAY "OICONV: PAID BEFORE   - " WS-TOTAL-DISPLAY
002120     MOVE WS-NEW-PAID-TOT TO WS-TOTAL-DISPLAY
002130     DISPLAY "OICONV: PAID AFTER    - " WS-TOTAL-DISPLAY
002140     IF WS-READ-COUNT NOT = WS-CHECK-COUNT
002150         OR WS-OLD-AMOUNT-TOT NOT = WS-NEW-AMOUNT-TOT
002160         OR WS-OLD-PAID-TOT NOT = WS-NEW-PAID-TOT
002170         DISPLAY "OICONV: BOOK DOES NOT BALANCE - DO NOT CUT "
002180             "OVER"
002190         MOVE 8 TO WS-RUN-RC
002200     END-IF.
002210 3000-EXIT.
002220     EXIT.
002230
002240 3100-TOTAL-NEW.
002250     READ OPENITEM NEXT RECORD
002260         AT END
002270             MOVE "Y" TO WS-NEW-EOF-SW
002280             GO TO 3100-EXIT
002290     END-READ
002300     ADD 1 TO WS-CHECK-COUNT
002310     ADD OI-AMOUNT TO WS-NEW-AMOUNT-TOT
002320     ADD OI-PAID-AMT TO WS-NEW-PAID-TOT.
002330 3100-EXIT.
002340     EXIT.
002350
002360 4000-TERMINATE.
002370     IF OPENITEM-LOCK-HELD
002380         MOVE "C" TO WS-LOCK-ACTION
002390         CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
002400             WS-LOCK-ACTION, WS-LOCK-RESULT
002410         MOVE "N" TO WS-LOCK-HELD-SW
002420     END-IF
002430     IF OLD-BOOK-OPEN
002440         CLOSE OLDOPEN
002450     END-IF
002460     IF NEW-BOOK-BUILT
002470         CLOSE OPENITEM
002480     END-IF
002490     MOVE WS-RUN-RC TO RETURN-CODE.
002500 4000-EXIT.
002510     EXIT.
