000150*   2026-08-21  DP  EVERY LOOKUP NOW QUERIES THE FILELOCK
000160*                   IN-USE CONTROL FIRST AND TELLS THE CSR TO
000170*                   TRY AGAIN WHEN AN UPDATER HOLDS THE MASTER.
000171*   2026-10-15  DP  THE SESSION NOW REQUIRES AN OPERATOR SIGN-ON
000172*                   AUTHORIZED FOR CUSTNAMQ THROUGH SIGNON.
000180*---------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000490 01  WS-LOCK-PROGRAM        PIC X(10) VALUE "CUSTNAMQ".
000500 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000510 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
000511*----OPERATOR SIGN-ON - SEE SIGNON
000512 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000513 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "CUSTNAMQ".
000514 01  WS-SIGNON-OPER         PIC X(8) VALUE SPACES.
000515 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000520
000530 PROCEDURE DIVISION.
000540 0000-MAINLINE.
000541     CALL "SIGNON" USING WS-LOCK-PROGRAM, WS-SIGNON-ACTION,
000542         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
000543     IF WS-SIGNON-RESULT NOT = "G"
000544         DISPLAY "CUSTNAMQ: SIGN-ON REFUSED - SESSION ENDED"
000545         MOVE 12 TO RETURN-CODE
000546         MOVE "Y" TO WS-DONE-SW
000547     END-IF
000550     PERFORM 2000-NAME-INQUIRY THRU 2000-EXIT
000560         UNTIL SESSION-DONE
000570     GOBACK.
