000140*                   ON PURPOSE. THE OPERATOR NAMES THE MASTER
000150*                   (CUSTMAST OR EMPMAST) AND THE UTILITY
000160*                   REFUSES TO TOUCH ONE THAT ALREADY EXISTS.
000161*   2026-10-15  DP  THE UTILITY NOW REQUIRES AN OPERATOR SIGN-ON
000162*                   AUTHORIZED FOR FILEINIT THROUGH SIGNON BEFORE
000163*                   IT ASKS WHICH MASTER.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000410 01  WS-CUST-STATUS         PIC X(2) VALUE SPACES.
000420 01  WS-EMP-STATUS          PIC X(2) VALUE SPACES.
000430 01  WS-FILE-CHOICE         PIC X(8) VALUE SPACES.
000431*----OPERATOR SIGN-ON - SEE SIGNON
000432 01  WS-SIGNON-PROGRAM      PIC X(10) VALUE "FILEINIT".
000433 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000434 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "FILEINIT".
000435 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000436 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000440
000450 PROCEDURE DIVISION.
000460 0000-MAINLINE.
000461     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
000462         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
000463     IF WS-SIGNON-RESULT NOT = "G"
000464         DISPLAY "FILEINIT: SIGN-ON REFUSED - NOTHING DONE"
000465         MOVE 12 TO RETURN-CODE
000466         GOBACK
000467     END-IF
000470     DISPLAY "FILEINIT: WHICH MASTER (CUSTMAST OR EMPMAST)?"
000480     ACCEPT WS-FILE-CHOICE
000490     EVALUATE WS-FILE-CHOICE
