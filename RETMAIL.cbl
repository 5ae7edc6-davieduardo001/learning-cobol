000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETMAIL.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - RETURNED MAIL RUN. THE MAILROOM
000100*                   KEYS ONE RETMAIL ENTRY PER PIECE THE POST
000110*                   OFFICE SENDS BACK - CUSTOMER IDENT, DOCUMENT
000120*                   TYPE, DATE RETURNED AND THE POSTAL REASON.
000130*                   EACH GOOD ENTRY SETS THE BAD-ADDRESS FLAG ON
000140*                   CUSTMAST WITH THE LATEST RETURN, JOURNALED
000150*                   THROUGH JRNLWRIT, SO CUSTSTMT, DUNNING,
000160*                   ODNOTICE AND CUSTWARN STOP MAILING THE
000170*                   CUSTOMER AND LIST IT ON NEWADDR UNTIL
000180*                   CUSTMAINT TAKES A NEW ADDRESS. EVERY ENTRY IS
000190*                   LISTED APPLIED OR REJECTED ON RETMRPT.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT RETMAIL-IN  ASSIGN TO RETMAIL
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-RM-STATUS.
000270     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS ident
000310         FILE STATUS IS WS-CUST-STATUS.
000320     SELECT RETM-RPT    ASSIGN TO RETMRPT
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370*----ONE PIECE OF RETURNED MAIL. THE DOCUMENT TYPES ARE THE ONES
000380*----CARRIED ON CUSTMAST - SEE returnedMail IN CUSTOMER.CPY.
000390 FD  RETMAIL-IN.
000400 01  RETMAIL-REC.
000410     05  RM-CUST-ID       PIC X(7).
000420     05  RM-DOC-TYPE      PIC X(2).
000430         88  RM-DOC-VALID     VALUE "ST" "DN" "OD" "PW" "OT".
000440     05  RM-RETURN-DATE   PIC 9(8).
000450     05  RM-RETURN-DATE-R REDEFINES RM-RETURN-DATE.
000460         10  RM-RET-YEAR  PIC 9(4).
000470         10  RM-RET-MONTH PIC 99.
000480         10  RM-RET-DAY   PIC 99.
000490     05  RM-REASON        PIC X(20).
000500
000510 FD  CUSTMAST.
000520     COPY "CUSTOMER.cpy".
000530
000540 FD  RETM-RPT.
000550 01  RETM-RPT-REC         PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-RM-STATUS         PIC X(2) VALUE SPACES.
000590 01  WS-CUST-STATUS       PIC X(2) VALUE SPACES.
000600 01  WS-RM-EOF-SW         PIC X(1) VALUE "N".
000610     88  NO-MORE-ENTRIES      VALUE "Y".
000620 01  WS-FILES-OPEN-SW     PIC X(1) VALUE "N".
000630     88  RUN-FILES-OPEN       VALUE "Y".
000640 01  WS-LOCK-HELD-SW      PIC X(1) VALUE "N".
000650     88  CUSTMAST-LOCK-HELD   VALUE "Y".
000660 01  WS-ENTRY-VALID-SW    PIC X(1) VALUE "Y".
000670     88  ENTRY-IS-VALID       VALUE "Y".
000680 01  WS-BUS-DATE          PIC 9(8) VALUE 0.
000690 01  WS-RUN-RC            PIC S9(4) COMP VALUE 0.
000700 01  WS-CUST-ID-9         PIC 9(7) VALUE 0.
000710 01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
000720 01  WS-ENTRY-COUNT       PIC 9(5) COMP VALUE 0.
000730 01  WS-FLAGGED-COUNT     PIC 9(5) COMP VALUE 0.
000740 01  WS-REFLAG-COUNT      PIC 9(5) COMP VALUE 0.
000750 01  WS-REJECT-COUNT      PIC 9(5) COMP VALUE 0.
000760 01  WS-DETAIL-LINE.
000770     05  DL-CUST-ID       PIC X(7).
000780     05  FILLER           PIC X(1) VALUE SPACE.
000790     05  DL-NAME          PIC X(20).
000800     05  FILLER           PIC X(1) VALUE SPACE.
000810     05  DL-DOC-TYPE      PIC X(2).
000820     05  FILLER           PIC X(1) VALUE SPACE.
000830     05  DL-RETURN-DATE   PIC 9(8).
000840     05  FILLER           PIC X(1) VALUE SPACE.
000850     05  DL-REASON        PIC X(20).
000860     05  FILLER           PIC X(1) VALUE SPACE.
000870     05  DL-NOTE          PIC X(14).
000880 01  WS-REJECT-LINE.
000890     05  RL-CUST-ID       PIC X(7).
000900     05  FILLER           PIC X(11) VALUE " REJECTED -".
000910     05  FILLER           PIC X(1) VALUE SPACE.
000920     05  RL-REASON        PIC X(30).
000930 01  WS-TOTAL-LINE.
000940     05  TL-LABEL         PIC X(30).
000950     05  TL-COUNT         PIC ZZZZ9.
000960*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000970 01  WS-JRNL-PROGRAM      PIC X(10) VALUE "RETMAIL".
000980 01  WS-JRNL-ACTION       PIC X(1) VALUE "C".
000990 01  WS-BEFORE-IMAGE      PIC X(200) VALUE SPACES.
001000 01  WS-AFTER-IMAGE       PIC X(200) VALUE SPACES.
001010 01  WS-LOCK-FILE         PIC X(8) VALUE "CUSTMAST".
001020 01  WS-LOCK-ACTION       PIC X(1) VALUE SPACE.
001030 01  WS-LOCK-RESULT       PIC X(1) VALUE SPACE.
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001080     PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
001090         UNTIL NO-MORE-ENTRIES
001100     PERFORM 3000-TERMINATE THRU 3000-EXIT
001110     GOBACK.
001120
001130*----NO ENTRIES IS A QUIET DAY. WITHOUT THE MASTER NO FLAG CAN BE
001140*----SET, SO THE RUN REFUSES AND THE ENTRIES WAIT FOR THE RERUN.
001150 1000-INITIALIZE.
001160     CALL "GETBDATE" USING WS-BUS-DATE
001170     OPEN INPUT RETMAIL-IN
001180     IF WS-RM-STATUS NOT = "00"
001190         DISPLAY "RETMAIL: NO RETURNED-MAIL ENTRIES - NOTHING "
001200             "TO DO"
001210         MOVE "Y" TO WS-RM-EOF-SW
001220         GO TO 1000-EXIT
001230     END-IF
001240     MOVE "R" TO WS-LOCK-ACTION
001250     CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
001260         WS-LOCK-ACTION, WS-LOCK-RESULT
001270     IF WS-LOCK-RESULT = "B"
001280         DISPLAY "RETMAIL: CUSTMAST IS IN USE BY ANOTHER "
001290             "PROGRAM - TRY AGAIN LATER"
001300         MOVE 8 TO RETURN-CODE
001310         MOVE "Y" TO WS-RM-EOF-SW
001320         GO TO 1000-EXIT
001330     END-IF
001340     MOVE "Y" TO WS-LOCK-HELD-SW
001350     OPEN I-O CUSTMAST
001360     IF WS-CUST-STATUS NOT = "00"
001370         DISPLAY "RETMAIL: UNABLE TO OPEN CUSTMAST - STATUS "
001380             WS-CUST-STATUS
001390         MOVE 12 TO RETURN-CODE
001400         MOVE "Y" TO WS-RM-EOF-SW
001410         GO TO 1000-EXIT
001420     END-IF
001430     MOVE "Y" TO WS-FILES-OPEN-SW
001440     OPEN OUTPUT RETM-RPT
001450     PERFORM 1100-READ-ENTRY THRU 1100-EXIT.
001460 1000-EXIT.
001470     EXIT.
001480
001490 1100-READ-ENTRY.
001500     READ RETMAIL-IN
001510         AT END MOVE "Y" TO WS-RM-EOF-SW
001520     END-READ.
001530 1100-EXIT.
001540     EXIT.
001550
001560 2000-APPLY-ONE-ENTRY.
001570     ADD 1 TO WS-ENTRY-COUNT
001580     MOVE "Y" TO WS-ENTRY-VALID-SW
001590     MOVE SPACES TO WS-REJECT-REASON
001600     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT
001610     IF NOT ENTRY-IS-VALID
001620         GO TO 2000-REJECT
001630     END-IF
001640     PERFORM 2200-FLAG-CUSTOMER THRU 2200-EXIT
001650     IF NOT ENTRY-IS-VALID
001660         GO TO 2000-REJECT
001670     END-IF
001680     GO TO 2000-NEXT.
001690 2000-REJECT.
001700     ADD 1 TO WS-REJECT-COUNT
001710     MOVE SPACES TO WS-REJECT-LINE
001720     MOVE RM-CUST-ID TO RL-CUST-ID
001730     MOVE WS-REJECT-REASON TO RL-REASON
001740     WRITE RETM-RPT-REC FROM WS-REJECT-LINE.
001750 2000-NEXT.
001760     PERFORM 1100-READ-ENTRY THRU 1100-EXIT.
001770 2000-EXIT.
001780     EXIT.
001790
001800*----THE CUSTOMER MUST BE ON THE MASTER AND THE RETURN DATE A
001810*----REAL DATE NO LATER THAN TODAY'S BUSINESS DATE.
001820 2100-EDIT-ENTRY.
001830     IF RM-CUST-ID IS NOT NUMERIC
001840         MOVE "N" TO WS-ENTRY-VALID-SW
001850         MOVE "CUSTOMER IDENT NOT NUMERIC" TO WS-REJECT-REASON
001860         GO TO 2100-EXIT
001870     END-IF
001880     IF NOT RM-DOC-VALID
001890         MOVE "N" TO WS-ENTRY-VALID-SW
001900         MOVE "INVALID DOCUMENT TYPE" TO WS-REJECT-REASON
001910         GO TO 2100-EXIT
001920     END-IF
001930     IF RM-RETURN-DATE NOT NUMERIC
001940         OR RM-RET-MONTH < 1 OR RM-RET-MONTH > 12
001950         OR RM-RET-DAY < 1 OR RM-RET-DAY > 31
001960         MOVE "N" TO WS-ENTRY-VALID-SW
001970         MOVE "INVALID RETURN DATE" TO WS-REJECT-REASON
001980         GO TO 2100-EXIT
001990     END-IF
002000     IF RM-RETURN-DATE > WS-BUS-DATE
002010         MOVE "N" TO WS-ENTRY-VALID-SW
002020         MOVE "RETURN DATE IN THE FUTURE" TO WS-REJECT-REASON
002030         GO TO 2100-EXIT
002040     END-IF
002050     IF RM-REASON = SPACES
002060         MOVE "N" TO WS-ENTRY-VALID-SW
002070         MOVE "RETURN REASON MISSING" TO WS-REJECT-REASON
002080         GO TO 2100-EXIT
002090     END-IF
002100     MOVE RM-CUST-ID TO WS-CUST-ID-9
002110     MOVE WS-CUST-ID-9 TO ident
002120     READ CUSTMAST
002130         INVALID KEY
002140             MOVE "N" TO WS-ENTRY-VALID-SW
002150             MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
002160     END-READ.
002170 2100-EXIT.
002180     EXIT.
002190
002200*----A CUSTOMER ALREADY FLAGGED KEEPS THE FLAG AND TAKES THE
002210*----LATEST RETURN - AN OLDER PIECE KEYED LATE IS ONLY LISTED.
002220 2200-FLAG-CUSTOMER.
002230     MOVE SPACES TO WS-DETAIL-LINE
002240     IF badAddress
002250         MOVE "ALREADY FLAGGED" TO DL-NOTE
002260         IF RM-RETURN-DATE < returnedDate
002270             GO TO 2200-REPORT
002280         END-IF
002290     ELSE
002300         MOVE "FLAGGED" TO DL-NOTE
002310     END-IF
002320     MOVE Customer TO WS-BEFORE-IMAGE
002330     MOVE "Y" TO badAddressFlag
002340     MOVE RM-RETURN-DATE TO returnedDate
002350     MOVE RM-DOC-TYPE TO returnedDoc
002360     MOVE RM-REASON TO returnedReason
002370     REWRITE Customer
002380         INVALID KEY
002390             MOVE "N" TO WS-ENTRY-VALID-SW
002400             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
002410             GO TO 2200-EXIT
002420     END-REWRITE
002430     MOVE Customer TO WS-AFTER-IMAGE
002440     CALL "JRNLWRIT" USING WS-JRNL-PROGRAM, WS-JRNL-ACTION,
002450         WS-BEFORE-IMAGE, WS-AFTER-IMAGE.
002460 2200-REPORT.
002470     IF DL-NOTE = "FLAGGED"
002480         ADD 1 TO WS-FLAGGED-COUNT
002490     ELSE
002500         ADD 1 TO WS-REFLAG-COUNT
002510     END-IF
002520     MOVE RM-CUST-ID TO DL-CUST-ID
002530     MOVE custName TO DL-NAME
002540     MOVE RM-DOC-TYPE TO DL-DOC-TYPE
002550     MOVE RM-RETURN-DATE TO DL-RETURN-DATE
002560     MOVE RM-REASON TO DL-REASON
002570     WRITE RETM-RPT-REC FROM WS-DETAIL-LINE.
002580 2200-EXIT.
002590     EXIT.
002600
002610 3000-TERMINATE.
002620     IF RUN-FILES-OPEN
002630         MOVE SPACES TO RETM-RPT-REC
002640         WRITE RETM-RPT-REC
002650         MOVE "CUSTOMERS FLAGGED BAD ADDRESS" TO TL-LABEL
002660         MOVE WS-FLAGGED-COUNT TO TL-COUNT
002670         WRITE RETM-RPT-REC FROM WS-TOTAL-LINE
002680         MOVE "ALREADY FLAGGED" TO TL-LABEL
002690         MOVE WS-REFLAG-COUNT TO TL-COUNT
002700         WRITE RETM-RPT-REC FROM WS-TOTAL-LINE
002710         MOVE "ENTRIES REJECTED" TO TL-LABEL
002720         MOVE WS-REJECT-COUNT TO TL-COUNT
002730         WRITE RETM-RPT-REC FROM WS-TOTAL-LINE
002740         CLOSE CUSTMAST
002750         CLOSE RETM-RPT
002760     END-IF
002770     IF WS-RM-STATUS = "00" OR WS-RM-STATUS = "10"
002780         CLOSE RETMAIL-IN
002790     END-IF
002800*----THE CLEAR CALL HANDS BACK ZERO - KEEP ANY REFUSAL CODE
002810*----SET DURING START-UP.
002820     MOVE RETURN-CODE TO WS-RUN-RC
002830     IF CUSTMAST-LOCK-HELD
002840         MOVE "C" TO WS-LOCK-ACTION
002850         CALL "FILELOCK" USING WS-LOCK-FILE, WS-JRNL-PROGRAM,
002860             WS-LOCK-ACTION, WS-LOCK-RESULT
002870         MOVE "N" TO WS-LOCK-HELD-SW
002880     END-IF
002890     MOVE WS-RUN-RC TO RETURN-CODE
002900     DISPLAY "RETMAIL: ENTRIES READ - " WS-ENTRY-COUNT
002910     DISPLAY "RETMAIL: CUSTOMERS FLAGGED - " WS-FLAGGED-COUNT
002920     DISPLAY "RETMAIL: ALREADY FLAGGED - " WS-REFLAG-COUNT
002930     DISPLAY "RETMAIL: ENTRIES REJECTED - " WS-REJECT-COUNT
002940     IF RUN-FILES-OPEN
002950         IF WS-REJECT-COUNT > 0
002960             MOVE 4 TO RETURN-CODE
002970         ELSE
002980             MOVE 0 TO RETURN-CODE
002990         END-IF
003000     END-IF.
003010 3000-EXIT.
003020     EXIT.
