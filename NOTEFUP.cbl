000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTEFUP.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - DAILY CONTACT NOTE FOLLOW-UP LIST.
000100*                   READS THE CUSTNOTE FILE CSRMENU KEEPS AND
000110*                   LISTS EVERY CUSTOMER WHOSE LATEST NOTE
000120*                   CARRIES A FOLLOW-UP DATE ON OR BEFORE THE
000130*                   BUSINESS DATE, WITH THE NOTE, WHO TOOK IT, AND
000140*                   WHETHER IT IS DUE TODAY OR OVERDUE. A LATER
000150*                   NOTE ON THE CUSTOMER IS THE FOLLOW-UP, SO AN
000160*                   ANSWERED NOTE DROPS OFF THE LIST BY ITSELF.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT CUSTNOTE    ASSIGN TO CUSTNOTE
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS CN-KEY
000250         FILE STATUS IS WS-NOTE-STATUS.
000260     SELECT NOTEFUP-PRT ASSIGN TO NOTEFPRT
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CUSTNOTE.
000320     COPY "CUSTNOTE.cpy".
000330
000340 FD  NOTEFUP-PRT.
000350 01  NOTEFUP-PRT-REC      PIC X(60).
000360
000370 WORKING-STORAGE SECTION.
000380 01  WS-NOTE-STATUS       PIC X(2) VALUE SPACES.
000390 01  WS-NOTE-EOF-SW       PIC X(1) VALUE "N".
000400     88  END-OF-NOTES         VALUE "Y".
000410 01  WS-HELD-SW           PIC X(1) VALUE "N".
000420     88  NOTE-HELD            VALUE "Y".
000430 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
000440 01  WS-NOTE-COUNT        PIC 9(7) COMP VALUE 0.
000450 01  WS-CUST-COUNT        PIC 9(7) COMP VALUE 0.
000460 01  WS-DUE-COUNT         PIC 9(5) COMP VALUE 0.
000470 01  WS-OVERDUE-COUNT     PIC 9(5) COMP VALUE 0.
000480*----THE CUSTOMER'S LATEST NOTE SO FAR - THE FILE IS IN IDENT,
000490*----DATE, TIME ORDER, SO THE LAST ONE HELD WHEN THE IDENT CHANGES
000500*----IS THE ONE THAT COUNTS.
000510 01  WS-HELD-NOTE         PIC X(101) VALUE SPACES.
000520 01  WS-HELD-IDENT        PIC 9(7) VALUE 0.
000530 01  WS-CURRENT-NOTE      PIC X(101) VALUE SPACES.
000540 01  WS-COLUMN-LINE.
000550     05  FILLER           PIC X(30)
000560                          VALUE "IDENT   TAKEN    OPERATOR CAT ".
000570     05  FILLER           PIC X(17)
000580                          VALUE "FOLLOW-UP STATUS".
000590 01  WS-DETAIL-LINE.
000600     05  DL-IDENT         PIC 9(7).
000610     05  FILLER           PIC X(1) VALUE SPACE.
000620     05  DL-TAKEN         PIC 9(8).
000630     05  FILLER           PIC X(1) VALUE SPACE.
000640     05  DL-OPERATOR      PIC X(8).
000650     05  FILLER           PIC X(1) VALUE SPACE.
000660     05  DL-CATEGORY      PIC X(2).
000670     05  FILLER           PIC X(2) VALUE SPACES.
000680     05  DL-FOLLOWUP      PIC 9(8).
000690     05  FILLER           PIC X(2) VALUE SPACES.
000700     05  DL-STATUS        PIC X(7).
000710 01  WS-TOTAL-LINE.
000720     05  FILLER           PIC X(10) VALUE "DUE TODAY ".
000730     05  TL-DUE           PIC ZZ,ZZ9.
000740     05  FILLER           PIC X(11) VALUE "   OVERDUE ".
000750     05  TL-OVERDUE       PIC ZZ,ZZ9.
000760 01  WS-RPT-CONTROL.
000770     05  WS-RPT-OP          PIC X(1) VALUE SPACE.
000780     05  WS-RPT-TITLE       PIC X(40)
000790         VALUE "CUSTOMER NOTE FOLLOW-UPS DUE".
000800     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 60.
000810     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
000820     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
000830     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
000840     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
000850     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
000860     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
000870     05  WS-RPT-ID          PIC X(8) VALUE "NOTEFUP".
000880     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
000890 01  WS-RPT-IX              PIC 9(1) VALUE 0.
000900
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000940     PERFORM 2000-READ-ONE-NOTE THRU 2000-EXIT
000950         UNTIL END-OF-NOTES
000960     PERFORM 3000-TERMINATE THRU 3000-EXIT
000970     GOBACK.
000980
000990 1000-INITIALIZE.
001000     CALL "GETBDATE" USING WS-BUS-DATE
001010     OPEN OUTPUT NOTEFUP-PRT
001020     MOVE "I" TO WS-RPT-OP
001030     CALL "RPTWRITE" USING WS-RPT-CONTROL
001040*----THE FIRST NOTE TAKEN IN CSRMENU CREATES THE FILE - NO FILE
001050*----YET MEANS NOTHING CAN BE DUE.
001060     OPEN INPUT CUSTNOTE
001070     IF WS-NOTE-STATUS NOT = "00"
001080         DISPLAY "NOTEFUP: NO CUSTNOTE FILE - STATUS "
001090             WS-NOTE-STATUS " - NOTHING DUE"
001100         MOVE "Y" TO WS-NOTE-EOF-SW
001110         GO TO 1000-EXIT
001120     END-IF
001130     MOVE SPACES TO WS-RPT-DETAIL
001140     MOVE WS-COLUMN-LINE TO WS-RPT-DETAIL
001150     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
001160 1000-EXIT.
001170     EXIT.
001180
001190 2000-READ-ONE-NOTE.
001200     READ CUSTNOTE NEXT RECORD
001210         AT END MOVE "Y" TO WS-NOTE-EOF-SW
001220     END-READ
001230     IF END-OF-NOTES
001240         PERFORM 2100-CHECK-HELD-NOTE THRU 2100-EXIT
001250         GO TO 2000-EXIT
001260     END-IF
001270     ADD 1 TO WS-NOTE-COUNT
001280     IF NOTE-HELD AND CN-IDENT NOT = WS-HELD-IDENT
001290         MOVE CustNoteRec TO WS-CURRENT-NOTE
001300         PERFORM 2100-CHECK-HELD-NOTE THRU 2100-EXIT
001310         MOVE WS-CURRENT-NOTE TO CustNoteRec
001320     END-IF
001330     MOVE "Y" TO WS-HELD-SW
001340     MOVE CN-IDENT TO WS-HELD-IDENT
001350     MOVE CustNoteRec TO WS-HELD-NOTE.
001360 2000-EXIT.
001370     EXIT.
001380
001390*----ONE LINE PER CUSTOMER WHOSE LATEST NOTE HAS COME DUE, AND THE
001400*----NOTE TEXT UNDER IT.
001410 2100-CHECK-HELD-NOTE.
001420     IF NOT NOTE-HELD
001430         GO TO 2100-EXIT
001440     END-IF
001450     ADD 1 TO WS-CUST-COUNT
001460     MOVE WS-HELD-NOTE TO CustNoteRec
001470     IF CN-FOLLOWUP-DATE = 0 OR CN-FOLLOWUP-DATE > WS-BUS-DATE
001480         GO TO 2100-EXIT
001490     END-IF
001500     IF CN-FOLLOWUP-DATE = WS-BUS-DATE
001510         ADD 1 TO WS-DUE-COUNT
001520         MOVE "DUE" TO DL-STATUS
001530     ELSE
001540         ADD 1 TO WS-OVERDUE-COUNT
001550         MOVE "OVERDUE" TO DL-STATUS
001560     END-IF
001570     MOVE CN-IDENT TO DL-IDENT
001580     MOVE CN-DATE TO DL-TAKEN
001590     MOVE CN-OPERATOR TO DL-OPERATOR
001600     MOVE CN-CATEGORY TO DL-CATEGORY
001610     MOVE CN-FOLLOWUP-DATE TO DL-FOLLOWUP
001620     MOVE SPACES TO WS-RPT-DETAIL
001630     MOVE WS-DETAIL-LINE TO WS-RPT-DETAIL
001640     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
001650     MOVE SPACES TO WS-RPT-DETAIL
001660     MOVE CN-TEXT TO WS-RPT-DETAIL
001670     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT.
001680 2100-EXIT.
001690     EXIT.
001700
001710 3000-TERMINATE.
001720     MOVE WS-DUE-COUNT TO TL-DUE
001730     MOVE WS-OVERDUE-COUNT TO TL-OVERDUE
001740     MOVE SPACES TO WS-RPT-DETAIL
001750     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
001760     MOVE "T" TO WS-RPT-OP
001770     CALL "RPTWRITE" USING WS-RPT-CONTROL
001780     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT
001790     DISPLAY "NOTEFUP: NOTES READ - " WS-NOTE-COUNT
001800     DISPLAY "NOTEFUP: CUSTOMERS WITH NOTES - " WS-CUST-COUNT
001810     DISPLAY "NOTEFUP: FOLLOW-UPS DUE TODAY - " WS-DUE-COUNT
001820     DISPLAY "NOTEFUP: FOLLOW-UPS OVERDUE - " WS-OVERDUE-COUNT
001830     IF WS-NOTE-STATUS = "00" OR WS-NOTE-STATUS = "10"
001840         CLOSE CUSTNOTE
001850     END-IF
001860     CLOSE NOTEFUP-PRT.
001870 3000-EXIT.
001880     EXIT.
001890
001900*----ALL REPORT OUTPUT GOES THROUGH THE SHARED RPTWRITE
001910*----WRITER SO EVERY REPORT IN THE SHOP LOOKS THE SAME.
001920 8000-PRINT-RPT-DETAIL.
001930     MOVE "D" TO WS-RPT-OP
001940     CALL "RPTWRITE" USING WS-RPT-CONTROL
001950     PERFORM 8200-FLUSH-RPT-LINES THRU 8200-EXIT.
001960 8000-EXIT.
001970     EXIT.
001980
001990 8200-FLUSH-RPT-LINES.
002000     PERFORM 8250-WRITE-ONE-RPT-LINE THRU 8250-EXIT
002010         VARYING WS-RPT-IX FROM 1 BY 1
002020         UNTIL WS-RPT-IX > WS-RPT-OUT-COUNT.
002030 8200-EXIT.
002040     EXIT.
002050
002060 8250-WRITE-ONE-RPT-LINE.
002070     WRITE NOTEFUP-PRT-REC FROM WS-RPT-OUT-LINE(WS-RPT-IX).
002080 8250-EXIT.
002090     EXIT.
