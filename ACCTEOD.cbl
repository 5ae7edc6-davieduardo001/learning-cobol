000210*                   POSTING HISTORY, SO THE ACCTPRF BALANCE
000220*                   PROOF STILL REPRODUCES EVERY BALANCE AFTER
000230*                   A SWEEP NIGHT.
000231*   2026-10-15  DP  THE FEE'S ACCTHIST RECORD NOW CARRIES SOURCE
000232*                   F, SO THE ESCHEAT RUN DOES NOT COUNT A FEE AS
000233*                   OWNER ACTIVITY.
000234*   2026-10-15  DP  BALANCES SWEPT, ACCOUNTS OVERDRAWN AND FEES
000235*                   TAKEN ARE WRITTEN TO CTLTOTS THROUGH CTLWRIT
000236*                   FOR THE MORNING FLASH.
000240*---------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000640                            SIGN IS LEADING SEPARATE.
000650     05  AH-BALANCE         PIC S9(6)V99
000660                            SIGN IS LEADING SEPARATE.
000661*----T TRANSACTION, I INTEREST, F FEE, E ESCHEAT - BLANK ON
000662*----POSTINGS MADE BEFORE THE SOURCE WAS KEPT.
000663     05  AH-SOURCE          PIC X(1).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-BAL-STATUS          PIC X(2) VALUE SPACES.
000790 01  WS-SWEPT-COUNT         PIC 9(5) COMP VALUE 0.
000800 01  WS-SL-ID-9             PIC 9(7) VALUE 0.
000810 01  WS-HIST-STATUS         PIC X(2) VALUE SPACES.
000811*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
000812 01  WS-CTL-PROGRAM         PIC X(10) VALUE "ACCTEOD".
000813 01  WS-CTL-READ            PIC 9(7) VALUE 0.
000814 01  WS-CTL-WRITTEN         PIC 9(7) VALUE 0.
000815 01  WS-CTL-REJECTS         PIC 9(7) VALUE 0.
000816 01  WS-CTL-AMOUNT          PIC 9(11)V99 VALUE 0.
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
001600         MOVE WS-TODAY-DATE TO AH-POST-DATE
001610         COMPUTE AH-AMOUNT = 0 - WS-FEE-AMOUNT
001620         MOVE AB-BALANCE TO AH-BALANCE
001621         MOVE "F" TO AH-SOURCE
001630         WRITE ACCTHIST-REC
001640     ELSE
001650         MOVE "N" TO AB-OVERDRAFT
001770     DISPLAY "ACCTEOD: BALANCES SWEPT - " WS-SWEPT-COUNT
001780     DISPLAY "ACCTEOD: ACCOUNTS OVERDRAWN - "
001790         WS-OVERDRAWN-COUNT
001791*----ACCOUNTS SWEPT AND OVERDRAWN, AND THE FEES TAKEN, GO TO THE
001792*----CONTROL-TOTAL FILE UNLESS ACCTBAL COULD NOT BE OPENED.
001793     IF RETURN-CODE < 8
001794         MOVE WS-SWEPT-COUNT TO WS-CTL-READ
001795         MOVE WS-OVERDRAWN-COUNT TO WS-CTL-WRITTEN
001796         COMPUTE WS-CTL-AMOUNT =
001797             WS-OVERDRAWN-COUNT * WS-FEE-AMOUNT
001798         CALL "CTLWRIT" USING WS-CTL-PROGRAM, WS-CTL-READ,
001799             WS-CTL-WRITTEN, WS-CTL-REJECTS, WS-CTL-AMOUNT
001800     END-IF
001801     CLOSE ACCTBAL-IO
001810     CLOSE STMT-LINES
001820     CLOSE ACCTHIST-OUT.
001830 3000-EXIT.
