000240*                   FROM THE STMTARCH ARCHIVE, SO ONE SCREEN
000250*                   ANSWERS THE CALL INSTEAD OF THREE
000260*                   PRINTOUTS.
000261*   2026-10-15  DP  THE SESSION NOW OPENS WITH AN OPERATOR SIGN-ON
000262*                   THROUGH SIGNON, AND EACH MENU OPTION IS
000263*                   CHECKED AGAINST THE OPERATOR'S AUTHORIZED
000264*                   FUNCTIONS (CSRMENU1 THROUGH CSRMENU4) BEFORE
000265*                   IT RUNS. REFUSALS ARE JOURNALED BY SIGNON.
000266*   2026-10-15  DP  OPTIONS 5 AND 6 - CUSTOMER CONTACT NOTES ON
000267*                   THE NEW CUSTNOTE FILE. OPTION 5 TAKES A NOTE
000268*                   (CATEGORY, TEXT, OPTIONAL FOLLOW-UP DATE)
000269*                   STAMPED WITH THE SIGNED-ON OPERATOR AND THE
000270*                   TIME; OPTION 6 PAGES THROUGH A CUSTOMER'S
000271*                   NOTES NEWEST FIRST. THE 360 VIEW NOW ENDS WITH
000272*                   THE LATEST THREE NOTES.
000273*   2026-10-15  DP  THE 360 VIEW NOW LISTS THE CUSTOMER'S OPEN
000274*                   ITEMS, READ DIRECTLY BY KEY OFF THE INDEXED
000275*                   OPENITEM BOOK, WITH THE REMAINING BALANCE OF
000276*                   EACH AND THE TOTAL OPEN.
000277*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000490     SELECT STMT-ARCH   ASSIGN TO STMTARCH
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ARCH-STATUS.
000511     SELECT CUSTNOTE    ASSIGN TO CUSTNOTE
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS CN-KEY
000515         FILE STATUS IS WS-NOTE-STATUS.
000516     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000517         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000519         RECORD KEY IS OI-KEY
000520         ALTERNATE RECORD KEY IS OI-STATUS
000521             WITH DUPLICATES
000522         FILE STATUS IS WS-OPEN-STATUS.
000523
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CUSTMAST.
000700                            SIGN IS LEADING SEPARATE.
000710     05  SA-INV-DATE        PIC 9(8).
000720
000721 FD  CUSTNOTE.
000722     COPY "CUSTNOTE.cpy".
000723
000724 FD  OPENITEM-IN.
000725     COPY "OPENITEM.cpy".
000726
000730 FD  INQLOG-OUT.
000740 01  INQLOG-REC.
000750     05  IQ-DATE            PIC 9(8).
001160 01  WS-LAST-STMT-DATE      PIC 9(8) VALUE 0.
001170 01  WS-ARCH-LINE-COUNT     PIC 9(4) COMP VALUE 0.
001180 01  WS-AMT-DISPLAY         PIC -ZZZ,ZZ9.99.
001181 01  WS-OPEN-STATUS         PIC X(2) VALUE SPACES.
001182 01  WS-OPEN-EOF-SW         PIC X(1) VALUE "N".
001183     88  END-OF-CUST-ITEMS      VALUE "Y".
001184 01  WS-OPEN-LINE-COUNT     PIC 9(4) COMP VALUE 0.
001185 01  WS-OPEN-REMAINING      PIC S9(6)V99 VALUE 0.
001186 01  WS-OPEN-TOTAL          PIC S9(7)V99 VALUE 0.
001187 01  WS-TOTAL-DISPLAY       PIC -Z,ZZZ,ZZ9.99.
001190*----THE KEYED IDENT ZERO-FILLED TO THE SEVEN DIGITS THE
001200*----ARCHIVE CARRIES
001210 01  WS-IDENT-X7            PIC 9(7) VALUE 0.
001211*----OPERATOR SIGN-ON - SEE SIGNON. EACH MENU OPTION IS ITS OWN
001212*----FUNCTION, CSRMENU1 THROUGH CSRMENU6.
001213 01  WS-SIGNON-ACTION       PIC X(1) VALUE SPACE.
001214 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE SPACES.
001215 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
001216 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
001217 01  WS-CUST-BUSY-SW        PIC X(1) VALUE "N".
001218     88  CUSTMAST-BUSY          VALUE "Y".
001219*----CONTACT NOTES - SEE CUSTNOTE
001220 01  WS-NOTE-STATUS         PIC X(2) VALUE SPACES.
001221 01  WS-NOTE-EOF-SW         PIC X(1) VALUE "N".
001222     88  END-OF-NOTES           VALUE "Y".
001223 01  WS-NOTE-FILE-SW        PIC X(1) VALUE "Y".
001224     88  NOTE-FILE-PRESENT      VALUE "Y".
001225 01  WS-NOTE-STOP-SW        PIC X(1) VALUE "N".
001226     88  NOTES-STOPPED          VALUE "Y".
001227 01  WS-NOTE-PAGING-SW      PIC X(1) VALUE "N".
001228     88  NOTES-PAGED            VALUE "Y".
001229 01  WS-NOTE-COUNT          PIC 9(5) COMP VALUE 0.
001230 01  WS-NOTE-HELD           PIC 9(3) COMP VALUE 0.
001231 01  WS-NOTE-LIMIT          PIC 9(3) COMP VALUE 0.
001232 01  WS-NOTE-K              PIC 9(3) COMP VALUE 0.
001233 01  WS-NOTE-N              PIC 9(5) COMP VALUE 0.
001234 01  WS-NOTE-QUOT           PIC 9(5) COMP VALUE 0.
001235 01  WS-NOTE-REM            PIC 9(3) COMP VALUE 0.
001236 01  WS-NOTE-SLOT           PIC 9(3) COMP VALUE 0.
001237 01  WS-PAGE-LINES          PIC 9(2) COMP VALUE 0.
001238 01  WS-PAGE-SIZE           PIC 9(2) COMP VALUE 5.
001239 01  WS-PAGE-REPLY          PIC X(1) VALUE SPACE.
001240 01  WS-LAST-NOTES          PIC 9(1) VALUE 3.
001241 01  WS-COUNT-DISPLAY       PIC ZZ,ZZ9.
001242 01  WS-CAT-ENTRY           PIC X(2) VALUE SPACES.
001243 01  WS-TEXT-ENTRY          PIC X(60) VALUE SPACES.
001244 01  WS-FUP-ENTRY           PIC X(8) VALUE SPACES.
001245 01  WS-FUP-9               PIC 9(8) VALUE 0.
001246 01  WS-FUP-9-R REDEFINES WS-FUP-9.
001247     05  WS-FUP-YEAR        PIC 9(4).
001248     05  WS-FUP-MONTH       PIC 99.
001249     05  WS-FUP-DAY         PIC 99.
001250*----THE CUSTOMER'S NOTES IN THE ORDER TAKEN. A CUSTOMER WITH MORE
001251*----THAN THE TABLE HOLDS KEEPS ONLY THE NEWEST - EACH NOTE GOES
001252*----TO SLOT (NOTE NUMBER - 1) MODULO 100, PLUS 1.
001253 01  WS-NOTE-TABLE.
001254     05  WS-NOTE-IMAGE      PIC X(101) OCCURS 100 TIMES.
001255 01  WS-NOTE-LINE.
001256     05  FILLER             PIC X(2) VALUE SPACES.
001257     05  NL-DATE            PIC 9(8).
001258     05  FILLER             PIC X(1) VALUE SPACE.
001259     05  NL-HOUR            PIC X(2).
001260     05  FILLER             PIC X(1) VALUE ":".
001261     05  NL-MINUTE          PIC X(2).
001262     05  FILLER             PIC X(2) VALUE SPACES.
001263     05  NL-OPERATOR        PIC X(8).
001264     05  FILLER             PIC X(2) VALUE SPACES.
001265     05  NL-CATEGORY        PIC X(2).
001266     05  NL-FUP-LABEL       PIC X(12).
001267     05  NL-FUP-DATE        PIC X(8).
001268
001269 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001271     MOVE "S" TO WS-SIGNON-ACTION
001272     MOVE SPACES TO WS-SIGNON-FUNCTION
001273     CALL "SIGNON" USING WS-LOCK-PROGRAM, WS-SIGNON-ACTION,
001274         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
001275     IF WS-SIGNON-RESULT NOT = "G"
001276         DISPLAY "CSRMENU: SIGN-ON REFUSED - SESSION ENDED"
001277         MOVE 12 TO RETURN-CODE
001278         MOVE "Y" TO WS-DONE-SW
001279     END-IF
001280     PERFORM 2000-MENU-ROUND THRU 2000-EXIT
001281         UNTIL SESSION-DONE
001282     GOBACK.
001283
001290 2000-MENU-ROUND.
001300     DISPLAY " "
001310     DISPLAY "CSR INQUIRY MENU"
001330     DISPLAY "  2 - CUSTOMER BY NAME"
001340     DISPLAY "  3 - EMPLOYEE BY SSN"
001350     DISPLAY "  4 - CUSTOMER 360 VIEW"
001351     DISPLAY "  5 - ADD CUSTOMER NOTE"
001352     DISPLAY "  6 - CUSTOMER NOTES"
001360     DISPLAY "  Q - QUIT"
001370     DISPLAY "ENTER CHOICE:"
001380     MOVE SPACE TO WS-MENU-CHOICE
001390     ACCEPT WS-MENU-CHOICE
001391*----AN OPTION THE OPERATOR IS NOT AUTHORIZED FOR IS REFUSED
001392*----AND JOURNALED BY SIGNON - BACK TO THE MENU.
001393     IF WS-MENU-CHOICE = "1" OR "2" OR "3" OR "4" OR "5" OR "6"
001394         MOVE "F" TO WS-SIGNON-ACTION
001395         MOVE SPACES TO WS-SIGNON-FUNCTION
001396         STRING "CSRMENU" WS-MENU-CHOICE DELIMITED BY SIZE
001397             INTO WS-SIGNON-FUNCTION
001398         CALL "SIGNON" USING WS-LOCK-PROGRAM, WS-SIGNON-ACTION,
001399             WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
001400         IF WS-SIGNON-RESULT NOT = "G"
001401             GO TO 2000-EXIT
001402         END-IF
001403     END-IF
001404     EVALUATE WS-MENU-CHOICE
001410         WHEN "1"
001420             PERFORM 3000-CUST-BY-IDENT THRU 3000-EXIT
001430         WHEN "2"
001460             PERFORM 5000-EMP-BY-SSN THRU 5000-EXIT
001470         WHEN "4"
001480             PERFORM 6000-CUST-360 THRU 6000-EXIT
001481         WHEN "5"
001482             PERFORM 8000-ADD-NOTE THRU 8000-EXIT
001483         WHEN "6"
001484             PERFORM 8500-PAGE-NOTES THRU 8500-EXIT
001490         WHEN "Q"
001500         WHEN "q"
001510             MOVE "Y" TO WS-DONE-SW
001520         WHEN OTHER
001530             DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6, OR Q"
001540     END-EVALUATE.
001550 2000-EXIT.
001560     EXIT.
003690         GO TO 6000-LOG
003700     END-IF
003710     PERFORM 6100-SHOW-BALANCE THRU 6100-EXIT
003711     PERFORM 6150-SHOW-OPEN-ITEMS THRU 6150-EXIT
003720     PERFORM 6200-SHOW-LAST-STMT THRU 6200-EXIT
003721     PERFORM 6300-SHOW-LAST-NOTES THRU 6300-EXIT.
003730 6000-LOG.
003740     MOVE "4" TO WS-LOG-OPTION
003750     MOVE SPACES TO WS-LOG-KEY
004020 6100-EXIT.
004030     EXIT.
004040
004041*----THE CUSTOMER'S OPEN LINES STRAIGHT OFF THE OPEN-ITEMS BOOK BY
004042*----KEY, WITH WHAT REMAINS ON EACH AND THE TOTAL OPEN.
004043 6150-SHOW-OPEN-ITEMS.
004044     MOVE 0 TO WS-OPEN-LINE-COUNT
004045     MOVE 0 TO WS-OPEN-TOTAL
004046     MOVE "N" TO WS-OPEN-EOF-SW
004047     OPEN INPUT OPENITEM-IN
004048     IF WS-OPEN-STATUS NOT = "00"
004049         DISPLAY "OPEN ITEMS:    NO OPEN-ITEMS BOOK"
004050         GO TO 6150-EXIT
004051     END-IF
004052     MOVE WS-IDENT-X7 TO OI-CUST-ID
004053     MOVE LOW-VALUES TO OI-INV-NO
004054     MOVE 0 TO OI-LINE-SEQ
004055     START OPENITEM-IN KEY IS NOT LESS THAN OI-KEY
004056         INVALID KEY MOVE "Y" TO WS-OPEN-EOF-SW
004057     END-START
004058     PERFORM 6160-SHOW-ONE-ITEM THRU 6160-EXIT
004059         UNTIL END-OF-CUST-ITEMS
004060     CLOSE OPENITEM-IN
004061     IF WS-OPEN-LINE-COUNT = 0
004062         DISPLAY "OPEN ITEMS:    NONE"
004063     ELSE
004064         MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISPLAY
004065         DISPLAY "TOTAL OPEN:    " WS-TOTAL-DISPLAY
004066     END-IF.
004067 6150-EXIT.
004068     EXIT.
004069
004070 6160-SHOW-ONE-ITEM.
004071     READ OPENITEM-IN NEXT RECORD
004072         AT END MOVE "Y" TO WS-OPEN-EOF-SW
004073     END-READ
004074     IF END-OF-CUST-ITEMS
004075         GO TO 6160-EXIT
004076     END-IF
004077     IF OI-CUST-ID NOT = WS-IDENT-X7
004078         MOVE "Y" TO WS-OPEN-EOF-SW
004079         GO TO 6160-EXIT
004080     END-IF
004081     IF NOT OI-IS-OPEN
004082         GO TO 6160-EXIT
004083     END-IF
004084     IF WS-OPEN-LINE-COUNT = 0
004085         DISPLAY "OPEN ITEMS:"
004086     END-IF
004087     ADD 1 TO WS-OPEN-LINE-COUNT
004088     COMPUTE WS-OPEN-REMAINING = OI-AMOUNT - OI-PAID-AMT
004089     ADD WS-OPEN-REMAINING TO WS-OPEN-TOTAL
004090     MOVE WS-OPEN-REMAINING TO WS-AMT-DISPLAY
004091     DISPLAY "  " OI-DESCRIPTION " DUE " OI-DUE-DATE " "
004092         WS-AMT-DISPLAY.
004093 6160-EXIT.
004094     EXIT.
004095
004096*----TWO PASSES OVER THE ARCHIVE - FIND THE CUSTOMER'S LATEST
004097*----STATEMENT DATE, THEN SHOW THAT STATEMENT'S LINES, THE
004098*----SAME LAST-MATCH-WINS SCAN CUSTREIN USES.
004099 6200-SHOW-LAST-STMT.
004100     MOVE 0 TO WS-LAST-STMT-DATE
004101     MOVE 0 TO WS-ARCH-LINE-COUNT
004110     MOVE "N" TO WS-ARCH-EOF-SW
004120     OPEN INPUT STMT-ARCH
004130     IF WS-ARCH-STATUS NOT = "00"
004570     END-IF.
004580 6270-EXIT.
004590     EXIT.
004591
004592*----THE FEW NEWEST CONTACT NOTES, NO PAGING - OPTION 6 PAGES
004593*----THROUGH THE REST.
004594 6300-SHOW-LAST-NOTES.
004595     PERFORM 8600-LOAD-NOTES THRU 8600-EXIT
004596     IF NOT NOTE-FILE-PRESENT OR WS-NOTE-COUNT = 0
004597         DISPLAY "NOTES:         NONE ON FILE"
004598         GO TO 6300-EXIT
004599     END-IF
004600     MOVE WS-NOTE-COUNT TO WS-COUNT-DISPLAY
004601     DISPLAY "LATEST NOTES (" WS-COUNT-DISPLAY " ON FILE):"
004602     MOVE "N" TO WS-NOTE-PAGING-SW
004603     MOVE "N" TO WS-NOTE-STOP-SW
004604     MOVE WS-NOTE-HELD TO WS-NOTE-LIMIT
004605     IF WS-NOTE-LIMIT > WS-LAST-NOTES
004606         MOVE WS-LAST-NOTES TO WS-NOTE-LIMIT
004607     END-IF
004608     PERFORM 8700-SHOW-ONE-NOTE THRU 8700-EXIT
004609         VARYING WS-NOTE-K FROM 1 BY 1
004610         UNTIL WS-NOTE-K > WS-NOTE-LIMIT.
004611 6300-EXIT.
004612     EXIT.
004613
004614 7000-LOG-INQUIRY.
004620     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
004630     ACCEPT WS-CUR-TIME FROM TIME
004640     OPEN EXTEND INQLOG-OUT
004780     CLOSE INQLOG-OUT.
004790 7000-EXIT.
004800     EXIT.
004810
004820*----ONE CUSTOMER LOOKUP FOR THE NOTE OPTIONS, WITH THE SAME
004830*----FILELOCK QUERY AS THE INQUIRIES.
004840 7800-READ-CUSTOMER.
004850     MOVE 0 TO WS-IDENT-9
004860     MOVE WS-IDENT-ENTRY TO WS-IDENT-9
004870     MOVE "N" TO WS-FOUND-SW
004880     MOVE "N" TO WS-CUST-BUSY-SW
004890     MOVE "CUSTMAST" TO WS-LOCK-FILE
004900     MOVE "Q" TO WS-LOCK-ACTION
004910     CALL "FILELOCK" USING WS-LOCK-FILE, WS-LOCK-PROGRAM,
004920         WS-LOCK-ACTION, WS-LOCK-RESULT
004930     IF WS-LOCK-RESULT = "B"
004940         DISPLAY "CUSTMAST IS IN USE - TRY AGAIN SHORTLY"
004950         MOVE "Y" TO WS-CUST-BUSY-SW
004960         GO TO 7800-EXIT
004970     END-IF
004980     OPEN INPUT CUSTMAST
004990     IF WS-CUST-STATUS = "00"
005000         MOVE WS-IDENT-9 TO ident
005010         READ CUSTMAST
005020             INVALID KEY
005030                 CONTINUE
005040         END-READ
005050         IF WS-CUST-STATUS = "00"
005060             MOVE "Y" TO WS-FOUND-SW
005070         END-IF
005080         CLOSE CUSTMAST
005090     END-IF.
005100 7800-EXIT.
005110     EXIT.
005120
005130*----A NOTE IS TAKEN ONLY AGAINST A CUSTOMER ON FILE, AND IS
005140*----STAMPED WITH THE SIGNED-ON OPERATOR AND THE DATE AND TIME.
005150 8000-ADD-NOTE.
005160     DISPLAY "ENTER CUSTOMER IDENT:"
005170     MOVE SPACES TO WS-IDENT-ENTRY
005180     ACCEPT WS-IDENT-ENTRY
005190     PERFORM 7800-READ-CUSTOMER THRU 7800-EXIT
005200     IF CUSTMAST-BUSY
005210         GO TO 8000-LOG
005220     END-IF
005230     IF NOT RECORD-FOUND
005240         DISPLAY "NO CUSTOMER FOUND FOR IDENT " WS-IDENT-ENTRY
005250         GO TO 8000-LOG
005260     END-IF
005270     DISPLAY "CUSTOMER NAME: " custName
005280     DISPLAY "ENTER CATEGORY - BL BILLING, PY PAYMENT, DS "
005281         "DISPUTE,"
005290     DISPLAY "  AD ADDRESS, CM COMPLAINT, GN GENERAL:"
005300     MOVE SPACES TO WS-CAT-ENTRY
005310     ACCEPT WS-CAT-ENTRY
005320     MOVE WS-CAT-ENTRY TO CN-CATEGORY
005330     IF NOT CN-CATEGORY-VALID
005340         DISPLAY "INVALID CATEGORY - NOTE NOT ADDED"
005350         GO TO 8000-LOG
005360     END-IF
005370     DISPLAY "ENTER NOTE (UP TO 60 CHARACTERS):"
005380     MOVE SPACES TO WS-TEXT-ENTRY
005390     ACCEPT WS-TEXT-ENTRY
005400     IF WS-TEXT-ENTRY = SPACES
005410         DISPLAY "NO NOTE ENTERED - NOTE NOT ADDED"
005420         GO TO 8000-LOG
005430     END-IF
005440     DISPLAY "ENTER FOLLOW-UP DATE YYYYMMDD, OR BLANK FOR NONE:"
005450     MOVE SPACES TO WS-FUP-ENTRY
005460     ACCEPT WS-FUP-ENTRY
005470     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
005480     ACCEPT WS-CUR-TIME FROM TIME
005490     MOVE 0 TO WS-FUP-9
005500     IF WS-FUP-ENTRY NOT = SPACES
005510         PERFORM 8100-EDIT-FOLLOWUP THRU 8100-EXIT
005520         IF WS-FUP-9 = 0
005530             DISPLAY "INVALID FOLLOW-UP DATE - NOTE NOT ADDED"
005540             GO TO 8000-LOG
005550         END-IF
005560     END-IF
005570     PERFORM 8200-WRITE-NOTE THRU 8200-EXIT.
005580 8000-LOG.
005590     MOVE "5" TO WS-LOG-OPTION
005600     MOVE SPACES TO WS-LOG-KEY
005610     MOVE WS-IDENT-ENTRY TO WS-LOG-KEY
005620     PERFORM 7000-LOG-INQUIRY THRU 7000-EXIT.
005630 8000-EXIT.
005640     EXIT.
005650
005660*----A FOLLOW-UP MUST BE A REAL DATE, TODAY OR LATER. ANYTHING
005670*----ELSE LEAVES WS-FUP-9 ZERO.
005680 8100-EDIT-FOLLOWUP.
005690     IF WS-FUP-ENTRY NOT NUMERIC
005700         GO TO 8100-EXIT
005710     END-IF
005720     MOVE WS-FUP-ENTRY TO WS-FUP-9
005730     IF WS-FUP-MONTH < 1 OR WS-FUP-MONTH > 12
005740             OR WS-FUP-DAY < 1 OR WS-FUP-DAY > 31
005750             OR WS-FUP-9 < WS-CUR-DATE
005760         MOVE 0 TO WS-FUP-9
005770     END-IF.
005780 8100-EXIT.
005790     EXIT.
005800
005810*----THE FIRST NOTE TAKEN CREATES THE NOTES FILE. TWO NOTES FOR
005820*----ONE CUSTOMER IN THE SAME HUNDREDTH OF A SECOND TAKE THE NEXT
005821*----TIME.
005830 8200-WRITE-NOTE.
005840     OPEN I-O CUSTNOTE
005850     IF WS-NOTE-STATUS = "35"
005860         OPEN OUTPUT CUSTNOTE
005870         CLOSE CUSTNOTE
005880         OPEN I-O CUSTNOTE
005890     END-IF
005900     IF WS-NOTE-STATUS NOT = "00"
005910         DISPLAY "UNABLE TO OPEN CUSTNOTE - STATUS "
005911             WS-NOTE-STATUS
005920             " - NOTE NOT ADDED"
005930         GO TO 8200-EXIT
005940     END-IF
005950     MOVE WS-IDENT-9 TO CN-IDENT
005960     MOVE WS-CUR-DATE TO CN-DATE
005970     MOVE WS-CUR-TIME TO CN-TIME
005980     MOVE WS-SIGNON-OPER TO CN-OPERATOR
005990     MOVE WS-CAT-ENTRY TO CN-CATEGORY
006000     MOVE WS-TEXT-ENTRY TO CN-TEXT
006010     MOVE WS-FUP-9 TO CN-FOLLOWUP-DATE
006020     MOVE "22" TO WS-NOTE-STATUS
006030     PERFORM 8250-TRY-WRITE THRU 8250-EXIT
006040         UNTIL WS-NOTE-STATUS NOT = "22"
006050     IF WS-NOTE-STATUS = "00"
006060         DISPLAY "NOTE ADDED " CN-DATE " " CN-TIME
006070     ELSE
006080         DISPLAY "UNABLE TO WRITE CUSTNOTE - STATUS "
006081             WS-NOTE-STATUS
006090             " - NOTE NOT ADDED"
006100     END-IF
006110     CLOSE CUSTNOTE.
006120 8200-EXIT.
006130     EXIT.
006140
006150 8250-TRY-WRITE.
006160     WRITE CustNoteRec
006170         INVALID KEY
006180             CONTINUE
006190     END-WRITE
006200     IF WS-NOTE-STATUS = "22"
006210         ADD 1 TO CN-TIME
006220     END-IF.
006230 8250-EXIT.
006240     EXIT.
006250
006260*----EVERY NOTE ON FILE FOR THE CUSTOMER, NEWEST FIRST, A SCREEN
006270*----AT A TIME. NOTES OUTLIVE A PURGED CUSTOMER, SO THEY SHOW EVEN
006280*----WHEN THE MASTER RECORD IS GONE.
006290 8500-PAGE-NOTES.
006300     DISPLAY "ENTER CUSTOMER IDENT:"
006310     MOVE SPACES TO WS-IDENT-ENTRY
006320     ACCEPT WS-IDENT-ENTRY
006330     PERFORM 7800-READ-CUSTOMER THRU 7800-EXIT
006340     IF RECORD-FOUND
006350         DISPLAY "CUSTOMER NAME: " custName
006360     END-IF
006370     PERFORM 8600-LOAD-NOTES THRU 8600-EXIT
006380     IF NOT NOTE-FILE-PRESENT OR WS-NOTE-COUNT = 0
006390         DISPLAY "NO NOTES ON FILE FOR IDENT " WS-IDENT-ENTRY
006400         GO TO 8500-LOG
006410     END-IF
006420     MOVE "Y" TO WS-FOUND-SW
006430     MOVE WS-NOTE-COUNT TO WS-COUNT-DISPLAY
006440     DISPLAY "NOTES ON FILE: " WS-COUNT-DISPLAY " - NEWEST FIRST"
006450     IF WS-NOTE-COUNT > WS-NOTE-HELD
006460         DISPLAY "ONLY THE NEWEST 100 ARE SHOWN"
006470     END-IF
006480     MOVE "Y" TO WS-NOTE-PAGING-SW
006490     MOVE "N" TO WS-NOTE-STOP-SW
006500     MOVE 0 TO WS-PAGE-LINES
006510     MOVE WS-NOTE-HELD TO WS-NOTE-LIMIT
006520     PERFORM 8700-SHOW-ONE-NOTE THRU 8700-EXIT
006530         VARYING WS-NOTE-K FROM 1 BY 1
006540         UNTIL WS-NOTE-K > WS-NOTE-LIMIT OR NOTES-STOPPED.
006550 8500-LOG.
006560     MOVE "6" TO WS-LOG-OPTION
006570     MOVE SPACES TO WS-LOG-KEY
006580     MOVE WS-IDENT-ENTRY TO WS-LOG-KEY
006590     PERFORM 7000-LOG-INQUIRY THRU 7000-EXIT.
006600 8500-EXIT.
006610     EXIT.
006620
006630*----THE NOTES FILE IS KEYED IDENT, DATE, TIME - START AT THE
006640*----CUSTOMER'S FIRST NOTE AND READ UNTIL THE IDENT CHANGES.
006650 8600-LOAD-NOTES.
006660     MOVE 0 TO WS-NOTE-COUNT
006670     MOVE 0 TO WS-NOTE-HELD
006680     MOVE "N" TO WS-NOTE-EOF-SW
006690     MOVE "Y" TO WS-NOTE-FILE-SW
006700     OPEN INPUT CUSTNOTE
006710     IF WS-NOTE-STATUS NOT = "00"
006720         MOVE "N" TO WS-NOTE-FILE-SW
006730         GO TO 8600-EXIT
006740     END-IF
006750     MOVE WS-IDENT-9 TO CN-IDENT
006760     MOVE 0 TO CN-DATE
006770     MOVE 0 TO CN-TIME
006780     START CUSTNOTE KEY IS NOT LESS THAN CN-KEY
006790         INVALID KEY MOVE "Y" TO WS-NOTE-EOF-SW
006800     END-START
006810     PERFORM 8650-LOAD-ONE-NOTE THRU 8650-EXIT
006820         UNTIL END-OF-NOTES
006830     CLOSE CUSTNOTE
006840     IF WS-NOTE-COUNT > 100
006850         MOVE 100 TO WS-NOTE-HELD
006860     ELSE
006870         MOVE WS-NOTE-COUNT TO WS-NOTE-HELD
006880     END-IF.
006890 8600-EXIT.
006900     EXIT.
006910
006920 8650-LOAD-ONE-NOTE.
006930     READ CUSTNOTE NEXT RECORD
006940         AT END MOVE "Y" TO WS-NOTE-EOF-SW
006950     END-READ
006960     IF END-OF-NOTES
006970         GO TO 8650-EXIT
006980     END-IF
006990     IF CN-IDENT NOT = WS-IDENT-9
007000         MOVE "Y" TO WS-NOTE-EOF-SW
007010         GO TO 8650-EXIT
007020     END-IF
007030     ADD 1 TO WS-NOTE-COUNT
007040     MOVE WS-NOTE-COUNT TO WS-NOTE-N
007050     PERFORM 8680-NOTE-SLOT THRU 8680-EXIT
007060     MOVE CustNoteRec TO WS-NOTE-IMAGE(WS-NOTE-SLOT).
007070 8650-EXIT.
007080     EXIT.
007090
007100 8680-NOTE-SLOT.
007110     SUBTRACT 1 FROM WS-NOTE-N
007120     DIVIDE WS-NOTE-N BY 100 GIVING WS-NOTE-QUOT
007130         REMAINDER WS-NOTE-REM
007140     ADD 1 WS-NOTE-REM GIVING WS-NOTE-SLOT.
007150 8680-EXIT.
007160     EXIT.
007170
007180*----THE K-TH NEWEST NOTE IS NOTE NUMBER COUNT - K + 1. WHEN
007190*----PAGING, EVERY FULL SCREEN WAITS FOR THE CSR BEFORE THE
007191*----NEXT ONE.
007200 8700-SHOW-ONE-NOTE.
007210     COMPUTE WS-NOTE-N = WS-NOTE-COUNT - WS-NOTE-K + 1
007220     PERFORM 8680-NOTE-SLOT THRU 8680-EXIT
007230     MOVE WS-NOTE-IMAGE(WS-NOTE-SLOT) TO CustNoteRec
007240     MOVE CN-DATE TO NL-DATE
007250     MOVE CN-TIME(1:2) TO NL-HOUR
007260     MOVE CN-TIME(3:2) TO NL-MINUTE
007270     MOVE CN-OPERATOR TO NL-OPERATOR
007280     MOVE CN-CATEGORY TO NL-CATEGORY
007290     IF CN-FOLLOWUP-DATE = 0
007300         MOVE SPACES TO NL-FUP-LABEL
007310         MOVE SPACES TO NL-FUP-DATE
007320     ELSE
007330         MOVE "  FOLLOW-UP " TO NL-FUP-LABEL
007340         MOVE CN-FOLLOWUP-DATE TO NL-FUP-DATE
007350     END-IF
007360     DISPLAY WS-NOTE-LINE
007370     DISPLAY "    " CN-TEXT
007380     IF NOT NOTES-PAGED
007390         GO TO 8700-EXIT
007400     END-IF
007410     ADD 1 TO WS-PAGE-LINES
007420     IF WS-PAGE-LINES < WS-PAGE-SIZE OR WS-NOTE-K = WS-NOTE-LIMIT
007430         GO TO 8700-EXIT
007440     END-IF
007450     MOVE 0 TO WS-PAGE-LINES
007460     DISPLAY "PRESS ENTER FOR MORE, OR Q TO STOP:"
007470     MOVE SPACE TO WS-PAGE-REPLY
007480     ACCEPT WS-PAGE-REPLY
007490     IF WS-PAGE-REPLY = "Q" OR "q"
007500         MOVE "Y" TO WS-NOTE-STOP-SW
007510     END-IF.
007520 8700-EXIT.
007530     EXIT.
