000160*                   RETURNING UP TO THREE FORMATTED LINES THE
000170*                   CALLER WRITES. OPS - I INITIALIZE, D DETAIL
000180*                   LINE, T TOTALS LINE.
000181*   2026-10-15  DP  EVERY LINE RETURNED FOR A REPORT WITH A REPORT
000182*                   ID IS ALSO ADDED TO THE RPTSPOOL FILE, TAGGED
000183*                   WITH THE REPORT ID AND COMPANY THE CALLER NOW
000184*                   CARRIES AT THE END OF THE CONTROL BLOCK, FOR
000185*                   THE RPTBURST DISTRIBUTION RUN.
000186*   2026-10-15  DP  NEW OP C WRITES ONE ROW OF A COMMA-DELIMITED
000187*                   SPREADSHEET COMPANION TO THE RPTCSV FILE
000188*                   FROM THE UNEDITED FIELDS THE CALLER CARRIES
000189*                   AFTER THE COMPANY - A HEADER ROW OF COLUMN
000190*                   NAMES, THEN DETAIL AND TOTAL ROWS, MARKED IN
000191*                   THE FIRST COLUMN. ONLY REPORTS NAMED ON AN
000192*                   RPTCSVC CARD GET IT; OTHERS IGNORE OP C.
000193*                   NEW OP E CLOSES THE SPOOL AND THE COMPANION AT
000194*                   THE END OF THE CALLER'S RUN.
000195*---------------------------------------------------------------
000196 ENVIRONMENT DIVISION.
000197 INPUT-OUTPUT SECTION.
000198 FILE-CONTROL.
000199     SELECT SPOOL-OUT   ASSIGN TO RPTSPOOL
000200         ORGANIZATION IS LINE SEQUENTIAL
000201         FILE STATUS IS WS-SPOOL-STATUS.
000202     SELECT CSV-CARDS-IN ASSIGN TO RPTCSVC
000203         ORGANIZATION IS LINE SEQUENTIAL
000204         FILE STATUS IS WS-CARD-STATUS.
000205     SELECT CSV-OUT     ASSIGN TO RPTCSV
000206         ORGANIZATION IS LINE SEQUENTIAL
000207         FILE STATUS IS WS-CSV-STATUS.
000208
000209 DATA DIVISION.
000210 FILE SECTION.
000211 FD  SPOOL-OUT.
000212     COPY "RPTSPOOL.cpy".
000213
000214 FD  CSV-CARDS-IN.
000215 01  CSV-CARD-REC.
000216     05  CC-REPORT-ID       PIC X(8).
000217     05  FILLER             PIC X(72).
000218
000219 FD  CSV-OUT.
000220 01  CSV-OUT-REC            PIC X(400).
000221
000222 WORKING-STORAGE SECTION.
000223 01  WS-SPOOL-STATUS        PIC X(2) VALUE SPACES.
000224 01  WS-SPOOL-OPEN-SW       PIC X(1) VALUE "N".
000225     88  SPOOL-OPEN             VALUE "Y".
000226 01  WS-HEADING-SW          PIC X(1) VALUE "N".
000227     88  HEADING-RETURNED       VALUE "Y".
000228 01  WS-SPOOL-IX            PIC 9(1) VALUE 0.
000229 01  WS-CARD-STATUS         PIC X(2) VALUE SPACES.
000230 01  WS-CSV-STATUS          PIC X(2) VALUE SPACES.
000231 01  WS-CARDS-LOADED-SW     PIC X(1) VALUE "N".
000232     88  CARDS-LOADED           VALUE "Y".
000233 01  WS-CARD-EOF-SW         PIC X(1) VALUE "N".
000234     88  END-OF-CARDS           VALUE "Y".
000235 01  WS-CSV-OPEN-SW         PIC X(1) VALUE "N".
000236     88  CSV-OPEN               VALUE "Y".
000237 01  WS-CSV-ON-SW           PIC X(1) VALUE "N".
000238     88  CSV-WANTED             VALUE "Y".
000239 01  WS-CSV-CHECKED-ID      PIC X(8) VALUE SPACES.
000240 01  WS-CSV-CARD-COUNT      PIC 9(2) COMP VALUE 0.
000241 01  WS-CSV-CX              PIC 9(2) COMP VALUE 0.
000242 01  WS-CSV-IX              PIC 9(2) COMP VALUE 0.
000243 01  WS-CSV-FROM            PIC 9(2) COMP VALUE 0.
000244 01  WS-CSV-TO              PIC 9(2) COMP VALUE 0.
000245 01  WS-CSV-LEN             PIC 9(2) COMP VALUE 0.
000246 01  WS-CSV-COMMAS          PIC 9(2) COMP VALUE 0.
000247 01  WS-CSV-PTR             PIC 9(3) COMP VALUE 0.
000248 01  WS-CSV-WORK            PIC X(30) VALUE SPACES.
000249 01  WS-CSV-LINE            PIC X(400) VALUE SPACES.
000250*----REPORT IDS NAMED ON THE RPTCSVC CARDS.
000251 01  WS-CSV-CARD-TABLE.
000252     05  WS-CSV-CARD-ID     PIC X(8) OCCURS 50 TIMES.
000253 01  WS-HEADING-LINE.
000254     05  HL-TITLE           PIC X(40).
000260     05  FILLER             PIC X(5) VALUE "PAGE ".
000270     05  HL-PAGE            PIC ZZ9.
000280     05  FILLER             PIC X(1) VALUE SPACE.
000350         88  RPT-OP-INIT        VALUE "I".
000360         88  RPT-OP-DETAIL      VALUE "D".
000370         88  RPT-OP-TOTAL       VALUE "T".
000371         88  RPT-OP-CSV         VALUE "C".
000372         88  RPT-OP-END         VALUE "E".
000380     05  L-RPT-TITLE        PIC X(40).
000390     05  L-RPT-LINES-PER-PAGE PIC 9(3).
000400     05  L-RPT-DETAIL       PIC X(60).
000420     05  L-RPT-PAGE-COUNT   PIC 9(3).
000430     05  L-RPT-LINE-COUNT   PIC 9(3).
000440     05  L-RPT-OUT-COUNT    PIC 9(1).
000441     05  L-RPT-OUT-LINE     PIC X(60) OCCURS 3 TIMES.
000442*----REPORT ID AND COMPANY FOR THE SPOOL AND RPTBURST. A BLANK
000443*----REPORT ID KEEPS THE REPORT OFF THE SPOOL.
000444     05  L-RPT-ID           PIC X(8).
000445     05  L-RPT-COMPANY      PIC X(2).
000446*----SPREADSHEET ROW FOR OP C. ONLY CALLERS THAT USE OP C NEED
000447*----CARRY IT. THE FIELDS ARE UNEDITED - TEXT, OR NUMBERS WITH NO
000448*----MORE THAN A SIGN AND A DECIMAL POINT - AND ARE TRIMMED HERE.
000449     05  L-RPT-CSV-TYPE     PIC X(1).
000450         88  CSV-HEADER-ROW     VALUE "H".
000451         88  CSV-TOTAL-ROW      VALUE "T".
000452     05  L-RPT-CSV-COUNT    PIC 9(2).
000453     05  L-RPT-CSV-FIELD    PIC X(30) OCCURS 12 TIMES.
000460
000470 PROCEDURE DIVISION USING L-RPT-CONTROL.
000480 0000-REPORT-WRITE.
000481     MOVE 0 TO L-RPT-OUT-COUNT
000482     MOVE "N" TO WS-HEADING-SW
000500     MOVE SPACES TO L-RPT-OUT-LINE(1)
000510     MOVE SPACES TO L-RPT-OUT-LINE(2)
000520     MOVE SPACES TO L-RPT-OUT-LINE(3)
000620             PERFORM 1000-DETAIL-LINE THRU 1000-EXIT
000630         WHEN RPT-OP-TOTAL
000640             PERFORM 2000-TOTALS-BOX THRU 2000-EXIT
000643         WHEN RPT-OP-CSV
000646             PERFORM 4000-CSV-ROW THRU 4000-EXIT
000647         WHEN RPT-OP-END
000648             PERFORM 5000-CLOSE-FILES THRU 5000-EXIT
000649     END-EVALUATE
000652     IF L-RPT-OUT-COUNT > 0 AND L-RPT-ID NOT = SPACES
000655         PERFORM 3000-SPOOL-LINES THRU 3000-EXIT
000658     END-IF
000661     GOBACK.
000670
000680 1000-DETAIL-LINE.
000690     IF L-RPT-LINE-COUNT = 0
000720         MOVE L-RPT-PAGE-COUNT TO HL-PAGE
000730         MOVE L-RPT-RUN-DATE TO HL-RUN-DATE
000740         ADD 1 TO L-RPT-OUT-COUNT
000741         MOVE WS-HEADING-LINE TO L-RPT-OUT-LINE(1)
000742         MOVE "Y" TO WS-HEADING-SW
000760     END-IF
000770     ADD 1 TO L-RPT-OUT-COUNT
000780     MOVE L-RPT-DETAIL TO L-RPT-OUT-LINE(L-RPT-OUT-COUNT)
000900     MOVE WS-BOX-LINE TO L-RPT-OUT-LINE(3).
000910 2000-EXIT.
000920     EXIT.
000930
000940*----THE SPOOL STAYS OPEN FOR THE REST OF THE RUN, SO A PROGRAM
000950*----PRINTING SEVERAL REPORTS ADDS THEM ALL IN ORDER.
000960 3000-SPOOL-LINES.
000970     IF NOT SPOOL-OPEN
000980         OPEN EXTEND SPOOL-OUT
000990         IF WS-SPOOL-STATUS = "35"
001000             OPEN OUTPUT SPOOL-OUT
001010         END-IF
001020         IF WS-SPOOL-STATUS NOT = "00"
001030             DISPLAY "RPTWRITE: UNABLE TO OPEN RPTSPOOL - STATUS "
001040                 WS-SPOOL-STATUS
001050             MOVE SPACES TO L-RPT-ID
001060             GO TO 3000-EXIT
001070         END-IF
001080         MOVE "Y" TO WS-SPOOL-OPEN-SW
001090     END-IF
001100     PERFORM 3100-SPOOL-ONE THRU 3100-EXIT
001110         VARYING WS-SPOOL-IX FROM 1 BY 1
001120         UNTIL WS-SPOOL-IX > L-RPT-OUT-COUNT.
001130 3000-EXIT.
001140     EXIT.
001150
001160 3100-SPOOL-ONE.
001170     MOVE L-RPT-ID TO RS-REPORT-ID
001180     MOVE L-RPT-COMPANY TO RS-COMPANY
001190     MOVE L-RPT-RUN-DATE TO RS-RUN-DATE
001200     MOVE L-RPT-PAGE-COUNT TO RS-PAGE
001210     MOVE L-RPT-OUT-LINE(WS-SPOOL-IX) TO RS-LINE
001220     EVALUATE TRUE
001230         WHEN RPT-OP-TOTAL
001240             MOVE "T" TO RS-LINE-TYPE
001250         WHEN WS-SPOOL-IX = 1 AND HEADING-RETURNED
001260             MOVE "H" TO RS-LINE-TYPE
001270         WHEN OTHER
001280             MOVE "D" TO RS-LINE-TYPE
001290     END-EVALUATE
001300     WRITE RptSpoolRec.
001310 3100-EXIT.
001320     EXIT.
001330
001340*----THE CARDS ARE READ ONCE PER RUN. THE COMPANION IS WRITTEN
001350*----ONLY FOR A REPORT NAMED ON A CARD, SO WITH NO CARDS OP C DOES
001360*----NOTHING AND THE PRINT IMAGE IS UNCHANGED.
001370 4000-CSV-ROW.
001380     IF L-RPT-ID NOT = WS-CSV-CHECKED-ID
001390         PERFORM 4100-CHECK-CARDS THRU 4100-EXIT
001400     END-IF
001410     IF NOT CSV-WANTED
001420         GO TO 4000-EXIT
001430     END-IF
001440     IF NOT CSV-OPEN
001450         OPEN OUTPUT CSV-OUT
001460         IF WS-CSV-STATUS NOT = "00"
001470             DISPLAY "RPTWRITE: UNABLE TO OPEN RPTCSV - STATUS "
001480                 WS-CSV-STATUS
001490             MOVE "N" TO WS-CSV-ON-SW
001500             GO TO 4000-EXIT
001510         END-IF
001520         MOVE "Y" TO WS-CSV-OPEN-SW
001530     END-IF
001540     MOVE SPACES TO WS-CSV-LINE
001550     MOVE 1 TO WS-CSV-PTR
001560     EVALUATE TRUE
001570         WHEN CSV-HEADER-ROW
001580             STRING "ROW TYPE" DELIMITED BY SIZE
001590                 INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
001600         WHEN CSV-TOTAL-ROW
001610             STRING "TOTAL" DELIMITED BY SIZE
001620                 INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
001630         WHEN OTHER
001640             STRING "DETAIL" DELIMITED BY SIZE
001650                 INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
001660     END-EVALUATE
001670     IF L-RPT-CSV-COUNT > 12
001680         MOVE 12 TO L-RPT-CSV-COUNT
001690     END-IF
001700     PERFORM 4300-CSV-FIELD THRU 4300-EXIT
001710         VARYING WS-CSV-IX FROM 1 BY 1
001720         UNTIL WS-CSV-IX > L-RPT-CSV-COUNT
001730     WRITE CSV-OUT-REC FROM WS-CSV-LINE.
001740 4000-EXIT.
001750     EXIT.
001760
001770 4100-CHECK-CARDS.
001780     MOVE L-RPT-ID TO WS-CSV-CHECKED-ID
001790     MOVE "N" TO WS-CSV-ON-SW
001800     IF NOT CARDS-LOADED
001810         MOVE "Y" TO WS-CARDS-LOADED-SW
001820         OPEN INPUT CSV-CARDS-IN
001830         IF WS-CARD-STATUS NOT = "00"
001840             GO TO 4100-EXIT
001850         END-IF
001860         PERFORM 4150-LOAD-CARD THRU 4150-EXIT
001870             UNTIL END-OF-CARDS
001880         CLOSE CSV-CARDS-IN
001890     END-IF
001900     PERFORM 4200-MATCH-CARD THRU 4200-EXIT
001910         VARYING WS-CSV-CX FROM 1 BY 1
001920         UNTIL WS-CSV-CX > WS-CSV-CARD-COUNT OR CSV-WANTED.
001930 4100-EXIT.
001940     EXIT.
001950
001960 4150-LOAD-CARD.
001970     READ CSV-CARDS-IN
001980         AT END MOVE "Y" TO WS-CARD-EOF-SW
001990     END-READ
002000     IF END-OF-CARDS OR CC-REPORT-ID = SPACES
002010         GO TO 4150-EXIT
002020     END-IF
002030     IF WS-CSV-CARD-COUNT >= 50
002040         DISPLAY "RPTWRITE: MORE THAN 50 RPTCSVC CARDS - "
002050             CC-REPORT-ID " IGNORED"
002060         GO TO 4150-EXIT
002070     END-IF
002080     ADD 1 TO WS-CSV-CARD-COUNT
002090     MOVE CC-REPORT-ID TO WS-CSV-CARD-ID(WS-CSV-CARD-COUNT).
002100 4150-EXIT.
002110     EXIT.
002120
002130 4200-MATCH-CARD.
002140     IF WS-CSV-CARD-ID(WS-CSV-CX) = L-RPT-ID
002150         MOVE "Y" TO WS-CSV-ON-SW
002160     END-IF.
002170 4200-EXIT.
002180     EXIT.
002190
002200*----ONE FIELD, LEADING AND TRAILING SPACES DROPPED. A FIELD WITH
002210*----A COMMA IN IT IS QUOTED, AND ANY QUOTE IN IT BECOMES AN
002220*----APOSTROPHE SO THE QUOTING HOLDS.
002230 4300-CSV-FIELD.
002240     STRING "," DELIMITED BY SIZE
002250         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
002260     MOVE L-RPT-CSV-FIELD(WS-CSV-IX) TO WS-CSV-WORK
002270     IF WS-CSV-WORK = SPACES
002280         GO TO 4300-EXIT
002290     END-IF
002300     INSPECT WS-CSV-WORK REPLACING ALL QUOTE BY "'"
002310     MOVE 1 TO WS-CSV-FROM
002320     PERFORM 4310-SKIP-LEADING THRU 4310-EXIT
002330         UNTIL WS-CSV-WORK(WS-CSV-FROM:1) NOT = SPACE
002340     MOVE 30 TO WS-CSV-TO
002350     PERFORM 4320-SKIP-TRAILING THRU 4320-EXIT
002360         UNTIL WS-CSV-WORK(WS-CSV-TO:1) NOT = SPACE
002370     COMPUTE WS-CSV-LEN = WS-CSV-TO - WS-CSV-FROM + 1
002380     MOVE 0 TO WS-CSV-COMMAS
002390     INSPECT WS-CSV-WORK(WS-CSV-FROM:WS-CSV-LEN)
002400         TALLYING WS-CSV-COMMAS FOR ALL ","
002410     IF WS-CSV-COMMAS > 0
002420         STRING QUOTE WS-CSV-WORK(WS-CSV-FROM:WS-CSV-LEN) QUOTE
002430             DELIMITED BY SIZE
002440             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
002450     ELSE
002460         STRING WS-CSV-WORK(WS-CSV-FROM:WS-CSV-LEN)
002470             DELIMITED BY SIZE
002480             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
002490     END-IF.
002500 4300-EXIT.
002510     EXIT.
002520
002530 4310-SKIP-LEADING.
002540     ADD 1 TO WS-CSV-FROM.
002550 4310-EXIT.
002560     EXIT.
002570
002580 4320-SKIP-TRAILING.
002590     SUBTRACT 1 FROM WS-CSV-TO.
002600 4320-EXIT.
002610     EXIT.
002620
002630 5000-CLOSE-FILES.
002640     IF SPOOL-OPEN
002650         CLOSE SPOOL-OUT
002660         MOVE "N" TO WS-SPOOL-OPEN-SW
002670     END-IF
002680     IF CSV-OPEN
002690         CLOSE CSV-OUT
002700         MOVE "N" TO WS-CSV-OPEN-SW
002710     END-IF.
002720 5000-EXIT.
002730     EXIT.
