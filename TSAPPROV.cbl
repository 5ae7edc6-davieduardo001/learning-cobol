000130*                   UNDER THEIR ID. THE PAYROLL RUN PAYS ONLY
000140*                   APPROVED CARDS - EVERYTHING ELSE LANDS ON
000150*                   ITS EXCEPTION LISTING.
000151*   2026-10-15  DP  THE TYPED SUPERVISOR ID IS REPLACED BY A
000152*                   SIGNON SIGN-ON AUTHORIZED FOR TSAPPROV. THE
000153*                   SIGNED-ON OPERATOR ID IS THE APPROVER STAMPED
000154*                   ON EACH CARD AND MUST FIT ITS FIVE CHARACTERS.
000160*---------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000410 01  WS-TIME-EOF-SW       PIC X(1) VALUE "N".
000420     88  NO-MORE-CARDS        VALUE "Y".
000430 01  WS-SUPERVISOR-ID     PIC X(5) VALUE SPACES.
000431*----OPERATOR SIGN-ON - SEE SIGNON. THE SIGNED-ON OPERATOR IS THE
000432*----APPROVER STAMPED ON THE CARD, SO A SUPERVISOR'S OPERATOR ID
000433*----MUST FIT THE FIVE-CHARACTER APPROVER FIELD.
000434 01  WS-SIGNON-PROGRAM    PIC X(10) VALUE "TSAPPROV".
000435 01  WS-SIGNON-ACTION     PIC X(1) VALUE "S".
000436 01  WS-SIGNON-FUNCTION   PIC X(10) VALUE "TSAPPROV".
000437 01  WS-SIGNON-OPER       PIC X(8) VALUE SPACES.
000438 01  WS-SIGNON-OPER-R REDEFINES WS-SIGNON-OPER.
000439     05  WS-SIGNON-OPER-5 PIC X(5).
000440     05  WS-SIGNON-OPER-X PIC X(3).
000441 01  WS-SIGNON-RESULT     PIC X(1) VALUE SPACE.
000442 01  WS-DEPT              PIC X(20) VALUE SPACES.
000450 01  WS-DECISION          PIC X(1) VALUE SPACE.
000460 01  WS-CARD-COUNT        PIC 9(4) COMP VALUE 0.
000470 01  WS-CARD-IX           PIC 9(4) COMP VALUE 0.
000750     GOBACK.
000760
000770 1000-INITIALIZE.
000771     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
000772         WS-SIGNON-FUNCTION, WS-SIGNON-OPER, WS-SIGNON-RESULT
000773     IF WS-SIGNON-RESULT NOT = "G"
000774         DISPLAY "TSAPPROV: SIGN-ON REFUSED - SESSION ENDED"
000775         MOVE 12 TO RETURN-CODE
000776         MOVE 0 TO WS-CARD-COUNT
000777         GO TO 1000-EXIT
000778     END-IF
000779     IF WS-SIGNON-OPER-X NOT = SPACES
000780         DISPLAY "TSAPPROV: OPERATOR ID " WS-SIGNON-OPER
000781             " IS LONGER THAN THE CARD APPROVER FIELD - SESSION "
000782             "ENDED"
000783         MOVE 12 TO RETURN-CODE
000784         MOVE 0 TO WS-CARD-COUNT
000785         GO TO 1000-EXIT
000786     END-IF
000787     MOVE WS-SIGNON-OPER-5 TO WS-SUPERVISOR-ID
000860     DISPLAY "TSAPPROV: ENTER DEPARTMENT:"
000870     ACCEPT WS-DEPT
000880     OPEN INPUT VARTIME-IO
