000150*                   COMMODITY, ENDING WITH THE ONE INVENTORY
000160*                   VALUE LINE THE BALANCE SHEET NEEDS -
000170*                   NOBODY RE-PRICES THE YARD BY HAND AGAIN.
000171*   2026-10-15  DP  NET STANDARD GALLONS - TANKDIP CARRIES THE
000172*                   PRODUCT TEMPERATURE AND EACH TANK IS VALUED ON
000173*                   ITS NET VOLUME (GROSS TIMES THE GETVCF
000174*                   CORRECTION FACTOR), THE BASIS SUPPLIERS
000175*                   INVOICE ON. GROSS STILL PRINTS BESIDE IT.
000176*   2026-10-15  DP  EVERY TANK, COMMODITY SUBTOTAL AND THE GRAND
000177*                   TOTAL IS ALSO PASSED TO RPTWRITE AS A
000178*                   SPREADSHEET ROW FOR THE RPTCSV COMPANION WHEN
000179*                   AN RPTCSVC CARD NAMES TANKVAL.
000180*   2026-10-15  DP  THE TOTAL INVENTORY VALUE IS WRITTEN TO
000181*                   CTLTOTS THROUGH CTLWRIT FOR THE MORNING FLASH
000182*                   - DIPS READ, TANKS VALUED, UNMATCHED AND
000183*                   UNPRICED TANKS AS REJECTS.
000184*   2026-10-15  DP  THE UNPRICED-TANK WARNING CODE 4 IS SET AFTER
000185*                   THE CTLWRIT CALL SO IT IS NOT LOST.
000186*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000440 01  TANKDIP-REC.
000450     05  TD-TANK-ID       PIC X(5).
000460     05  TD-DIP           PIC 9(3)V99.
000461*----PRODUCT TEMPERATURE IN DEGREES F AT THE DIP. BLANK ON AN
000462*----OLD READING, WHICH IS THEN TAKEN AT GROSS.
000463     05  TD-TEMP          PIC S9(3)V9
000464                          SIGN IS LEADING SEPARATE.
000470
000480*----PRICE PER GALLON BY COMMODITY CODE.
000490 FD  COMPRICE-IN.
000520     05  CP-PRICE         PIC 9(5)V99.
000530
000540 FD  VALUE-RPT.
000550 01  VALUE-RPT-REC        PIC X(110).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-MAST-STATUS       PIC X(2) VALUE SPACES.
000730 01  WS-HOLD-IDX          PIC 9(2) COMP VALUE 0.
000740 01  WS-CAPACITY          PIC 9(7)V99 VALUE 0.
000750 01  WS-FILL-VOLUME       PIC 9(7)V99 VALUE 0.
000751 01  WS-NET-VOLUME        PIC 9(7)V99 VALUE 0.
000752 01  WS-VCF               PIC 9V9(4) VALUE 1.
000753 01  WS-VCF-STATUS        PIC 9 VALUE 0.
000760 01  WS-HOLD-PRICE        PIC 9(5)V99 VALUE 0.
000770 01  WS-TANK-VALUE        PIC 9(9)V99 VALUE 0.
000780 01  WS-GRAND-VALUE       PIC 9(11)V99 VALUE 0.
000990     05  DL-TANK-ID       PIC X(5).
001000     05  FILLER           PIC X(1) VALUE SPACE.
001010     05  DL-COMMODITY     PIC X(12).
001020     05  FILLER           PIC X(5) VALUE " GRS ".
001030     05  DL-VOLUME        PIC Z,ZZZ,ZZ9.99.
001031     05  FILLER           PIC X(5) VALUE " NET ".
001032     05  DL-NET           PIC Z,ZZZ,ZZ9.99.
001040     05  FILLER           PIC X(5) VALUE " AT  ".
001050     05  DL-PRICE         PIC ZZ,ZZ9.99.
001060     05  FILLER           PIC X(7) VALUE " VALUE ".
001070     05  DL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
001080     05  FILLER           PIC X(1) VALUE SPACE.
001090     05  DL-FLAG          PIC X(8).
001091     05  FILLER           PIC X(1) VALUE SPACE.
001092     05  DL-VCF-FLAG      PIC X(7).
001100 01  WS-COMM-LINE.
001110     05  CL-COMMODITY     PIC X(12).
001120     05  FILLER           PIC X(10) VALUE " SUBTOTAL ".
001150     05  FILLER           PIC X(22)
001160                          VALUE "TOTAL INVENTORY VALUE ".
001170     05  GL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
001171*----RPTWRITE CONTROL BLOCK, USED HERE ONLY FOR OP C - THE
001172*----SPREADSHEET COMPANION ROWS WHEN RPTCSVC NAMES THIS REPORT.
001173 01  WS-RPT-CONTROL.
001174     05  WS-RPT-OP          PIC X(1) VALUE "C".
001175     05  WS-RPT-TITLE       PIC X(40) VALUE SPACES.
001176     05  WS-RPT-LINES-PER-PAGE PIC 9(3) VALUE 0.
001177     05  WS-RPT-DETAIL      PIC X(60) VALUE SPACES.
001178     05  WS-RPT-RUN-DATE    PIC 9(8) VALUE 0.
001179     05  WS-RPT-PAGE-COUNT  PIC 9(3) VALUE 0.
001180     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001181     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001182     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001183     05  WS-RPT-ID          PIC X(8) VALUE "TANKVAL".
001184     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001185     05  WS-RPT-CSV-TYPE    PIC X(1) VALUE SPACE.
001186     05  WS-RPT-CSV-COUNT   PIC 9(2) VALUE 0.
001187     05  WS-RPT-CSV-FIELD   PIC X(30) OCCURS 12 TIMES.
001188 01  WS-CSV-AMOUNT          PIC -(11)9.99.
001189 01  WS-CSV-PRICE           PIC -(5)9.99.
001190*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001191 01  WS-CTL-PROGRAM         PIC X(10) VALUE "TANKVAL".
001192 01  WS-CTL-READ            PIC 9(7) VALUE 0.
001193 01  WS-CTL-WRITTEN         PIC 9(7) VALUE 0.
001194 01  WS-CTL-REJECTS         PIC 9(7) VALUE 0.
001195 01  WS-CTL-AMOUNT          PIC 9(11)V99 VALUE 0.
001196
001197 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001220     PERFORM 2000-VALUE-ONE-DIP THRU 2000-EXIT
001350         MOVE "Y" TO WS-DIP-EOF-SW
001360     END-IF
001370     OPEN OUTPUT VALUE-RPT
001371     MOVE "H" TO WS-RPT-CSV-TYPE
001372     MOVE 8 TO WS-RPT-CSV-COUNT
001373     MOVE "TANK" TO WS-RPT-CSV-FIELD(1)
001374     MOVE "COMMODITY" TO WS-RPT-CSV-FIELD(2)
001375     MOVE "GROSS GALLONS" TO WS-RPT-CSV-FIELD(3)
001376     MOVE "NET GALLONS" TO WS-RPT-CSV-FIELD(4)
001377     MOVE "PRICE" TO WS-RPT-CSV-FIELD(5)
001378     MOVE "VALUE" TO WS-RPT-CSV-FIELD(6)
001379     MOVE "PRICE FLAG" TO WS-RPT-CSV-FIELD(7)
001380     MOVE "VCF FLAG" TO WS-RPT-CSV-FIELD(8)
001381     PERFORM 3900-SEND-CSV-ROW THRU 3900-EXIT
001382     IF NOT END-OF-DIPS
001390         PERFORM 1100-READ-DIP THRU 1100-EXIT
001400     END-IF.
001410 1000-EXIT.
002050     EXIT.
002060
002070*----SAME PI FILL CALCULATION TANKINV USES, CAPPED AT THE
002080*----TANK'S CAPACITY. THE NET STANDARD VOLUME, NOT THE GROSS,
002081*----IS EXTENDED AT THE COMMODITY PRICE - THE BASIS SUPPLIERS
002082*----INVOICE ON.
002090 2000-VALUE-ONE-DIP.
002091     ADD 1 TO WS-CTL-READ
002100     MOVE "N" TO WS-FOUND-SW
002110     PERFORM 2100-MATCH-ONE-TANK THRU 2100-EXIT
002120         VARYING TK-IDX FROM 1 BY 1
002160         STRING "TANK " TD-TANK-ID " NOT ON TANK MASTER"
002170             DELIMITED BY SIZE INTO VALUE-RPT-REC
002180         WRITE VALUE-RPT-REC
002181         ADD 1 TO WS-CTL-REJECTS
002190         GO TO 2000-NEXT
002200     END-IF
002210     COMPUTE WS-CAPACITY ROUNDED =
002270     IF WS-FILL-VOLUME > WS-CAPACITY
002280         MOVE WS-CAPACITY TO WS-FILL-VOLUME
002290     END-IF
002330     MOVE SPACES TO WS-DETAIL-LINE
002332     PERFORM 2200-NET-VOLUME THRU 2200-EXIT
002334     PERFORM 2300-FIND-PRICE THRU 2300-EXIT
002336     COMPUTE WS-TANK-VALUE ROUNDED =
002338         WS-NET-VOLUME * WS-HOLD-PRICE
002340     MOVE WS-T-TANK-ID(TK-IDX) TO DL-TANK-ID
002350     MOVE WS-T-COMMOD(TK-IDX) TO DL-COMMODITY
002360     MOVE WS-FILL-VOLUME TO DL-VOLUME
002361     MOVE WS-NET-VOLUME TO DL-NET
002370     MOVE WS-HOLD-PRICE TO DL-PRICE
002380     MOVE WS-TANK-VALUE TO DL-VALUE
002420     IF WS-HOLD-PRICE = 0
002440         ADD 1 TO WS-NO-PRICE-COUNT
002450     END-IF
002460     WRITE VALUE-RPT-REC FROM WS-DETAIL-LINE
002461     MOVE "D" TO WS-RPT-CSV-TYPE
002462     MOVE DL-TANK-ID TO WS-RPT-CSV-FIELD(1)
002463     MOVE DL-COMMODITY TO WS-RPT-CSV-FIELD(2)
002464     MOVE WS-FILL-VOLUME TO WS-CSV-AMOUNT
002465     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(3)
002466     MOVE WS-NET-VOLUME TO WS-CSV-AMOUNT
002467     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(4)
002468     MOVE WS-HOLD-PRICE TO WS-CSV-PRICE
002469     MOVE WS-CSV-PRICE TO WS-RPT-CSV-FIELD(5)
002470     MOVE WS-TANK-VALUE TO WS-CSV-AMOUNT
002471     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
002472     MOVE DL-FLAG TO WS-RPT-CSV-FIELD(7)
002473     MOVE DL-VCF-FLAG TO WS-RPT-CSV-FIELD(8)
002474     PERFORM 3900-SEND-CSV-ROW THRU 3900-EXIT
002475     ADD WS-TANK-VALUE TO WS-GRAND-VALUE
002476     ADD 1 TO WS-CTL-WRITTEN
002480     PERFORM 2500-ADD-TO-COMMODITY THRU 2500-EXIT.
002490 2000-NEXT.
002500     PERFORM 1100-READ-DIP THRU 1100-EXIT.
002600     END-IF.
002610 2100-EXIT.
002620     EXIT.
002621
002622*----NET STANDARD GALLONS - THE GROSS FILL TIMES THE VOLUME
002623*----CORRECTION FACTOR FOR THE COMMODITY AT THE DIP TEMPERATURE.
002624*----A READING WITH NO TEMPERATURE, OR A COMMODITY NOT ON THE
002625*----FACTOR TABLE, STAYS AT GROSS AND IS FLAGGED.
002626 2200-NET-VOLUME.
002627     MOVE 1 TO WS-VCF
002628     IF TD-TEMP IS NUMERIC
002629         CALL "GETVCF" USING WS-T-COMMOD(TK-IDX), TD-TEMP,
002630             WS-VCF, WS-VCF-STATUS
002631         IF WS-VCF-STATUS NOT = 0
002632             MOVE "NO VCF" TO DL-VCF-FLAG
002633         END-IF
002634     ELSE
002635         MOVE "NO TEMP" TO DL-VCF-FLAG
002636     END-IF
002637     COMPUTE WS-NET-VOLUME ROUNDED = WS-FILL-VOLUME * WS-VCF.
002638 2200-EXIT.
002639     EXIT.
002640
002641 2300-FIND-PRICE.
002650     MOVE 0 TO WS-HOLD-PRICE
002660     IF WS-PRICE-COUNT = 0
002670         GO TO 2300-EXIT
003190         VARYING CM-IDX FROM 1 BY 1
003200         UNTIL CM-IDX > WS-COMM-COUNT
003210     MOVE WS-GRAND-VALUE TO GL-VALUE
003220     WRITE VALUE-RPT-REC FROM WS-GRAND-LINE
003221     MOVE "GRAND TOTAL" TO WS-RPT-CSV-FIELD(1)
003222     MOVE SPACES TO WS-RPT-CSV-FIELD(2)
003223     MOVE WS-GRAND-VALUE TO WS-CSV-AMOUNT
003224     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
003225     PERFORM 3900-SEND-CSV-ROW THRU 3900-EXIT.
003230 3000-EXIT.
003240     EXIT.
003250
003260 3100-PRINT-ONE-COMM.
003270     MOVE WS-C-COMMOD(CM-IDX) TO CL-COMMODITY
003280     MOVE WS-C-VALUE(CM-IDX) TO CL-VALUE
003290     WRITE VALUE-RPT-REC FROM WS-COMM-LINE
003291     MOVE "T" TO WS-RPT-CSV-TYPE
003292     MOVE "SUBTOTAL" TO WS-RPT-CSV-FIELD(1)
003293     MOVE WS-C-COMMOD(CM-IDX) TO WS-RPT-CSV-FIELD(2)
003294     MOVE SPACES TO WS-RPT-CSV-FIELD(3) WS-RPT-CSV-FIELD(4)
003295         WS-RPT-CSV-FIELD(5) WS-RPT-CSV-FIELD(7)
003296         WS-RPT-CSV-FIELD(8)
003297     MOVE WS-C-VALUE(CM-IDX) TO WS-CSV-AMOUNT
003298     MOVE WS-CSV-AMOUNT TO WS-RPT-CSV-FIELD(6)
003299     PERFORM 3900-SEND-CSV-ROW THRU 3900-EXIT.
003300 3100-EXIT.
003310     EXIT.
003311
003312*----RPTWRITE WRITES THE ROW ONLY IF RPTCSVC NAMES THIS REPORT.
003313*----SUBTOTAL AND GRAND TOTAL ROWS ARE BOTH MARKED TOTAL.
003314 3900-SEND-CSV-ROW.
003315     MOVE "C" TO WS-RPT-OP
003316     CALL "RPTWRITE" USING WS-RPT-CONTROL.
003317 3900-EXIT.
003318     EXIT.
003320
003330 4000-TERMINATE.
003331     MOVE "E" TO WS-RPT-OP
003332     CALL "RPTWRITE" USING WS-RPT-CONTROL
003340     DISPLAY "TANKVAL: COMMODITIES VALUED - " WS-COMM-COUNT
003350     DISPLAY "TANKVAL: TANKS WITH NO PRICE - "
003360         WS-NO-PRICE-COUNT
003361*----THE INVENTORY VALUE GOES TO THE CONTROL-TOTAL FILE FOR THE
003362*----MORNING FLASH. UNPRICED TANKS COUNT AS REJECTS.
003363     ADD WS-NO-PRICE-COUNT TO WS-CTL-REJECTS
003364     MOVE WS-GRAND-VALUE TO WS-CTL-AMOUNT
003365     CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
003366         WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
003367*----CTLWRIT HANDS BACK ITS OWN ZERO CODE, SO THE WARNING IS SET
003368*----AFTER IT
003370     IF WS-NO-PRICE-COUNT > 0
003380         MOVE 4 TO RETURN-CODE
003390     END-IF
