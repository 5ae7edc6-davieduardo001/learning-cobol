000120*                   AN OPERATOR ID AND LOGS WHO RAN IT AND WHEN
000130*                   TO TAXLSLOG BEFORE A SINGLE SSN PRINTS.
000140*                   EVERYWHERE ELSE IN THE SHOP USES SSNMASK.
000141*   2026-10-15  DP  THE TYPED OPERATOR ID IS REPLACED BY A SIGNON
000142*                   SIGN-ON (PASSWORD CHECKED, EMPTAXLS FUNCTION
000143*                   REQUIRED). THE SIGNED-ON OPERATOR IS WHAT GOES
000144*                   TO TAXLSLOG.
000150*---------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000470 01  WS-EMP-EOF-SW          PIC X(1) VALUE "N".
000480     88  END-OF-EMPLOYEES       VALUE "Y".
000490 01  WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
000491*----OPERATOR SIGN-ON - SEE SIGNON
000492 01  WS-SIGNON-PROGRAM      PIC X(10) VALUE "EMPTAXLS".
000493 01  WS-SIGNON-ACTION       PIC X(1) VALUE "S".
000494 01  WS-SIGNON-FUNCTION     PIC X(10) VALUE "EMPTAXLS".
000495 01  WS-SIGNON-RESULT       PIC X(1) VALUE SPACE.
000500 01  WS-CUR-DATE            PIC 9(8) VALUE 0.
000510 01  WS-CUR-TIME            PIC 9(8) VALUE 0.
000520 01  WS-EMP-COUNT           PIC 9(5) COMP VALUE 0.
000670     PERFORM 3000-TERMINATE THRU 3000-EXIT
000680     GOBACK.
000690
000691*----NO SIGNED-ON OPERATOR HOLDING EMPTAXLS, NO LISTING - AND
000692*----THE ACCESS IS ON THE LOG BEFORE THE FIRST SSN PRINTS.
000720 1000-INITIALIZE.
000721     DISPLAY "EMPTAXLS: RESTRICTED LISTING - SIGN-ON REQUIRED"
000722     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
000723         WS-SIGNON-FUNCTION, WS-OPERATOR-ID, WS-SIGNON-RESULT
000724     IF WS-SIGNON-RESULT NOT = "G"
000725         DISPLAY "EMPTAXLS: SIGN-ON REFUSED - RUN REFUSED"
000770         MOVE 12 TO RETURN-CODE
000780         MOVE "Y" TO WS-EMP-EOF-SW
000790         GO TO 1000-EXIT
