000160*                   NOT ROT UNRESOLVED. FINCHG SKIPS DISPUTED
000170*                   LINES AND AGERPT CARRIES THEM IN THEIR OWN
000180*                   COLUMN, OFF THE CALL LIST.
000181*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE - ONLY ITS
000182*                   OPEN LINES ARE READ, THROUGH THE ALTERNATE KEY
000183*                   ON STATUS.
000184*   2026-10-15  DP  THE RUN NOW REQUIRES AN OPERATOR SIGN-ON
000185*                   AUTHORIZED FOR DISPMNT THROUGH SIGNON BEFORE
000186*                   ANYTHING IS OPENED; A REFUSED SIGN-ON ENDS THE
000187*                   RUN WITH RETURN CODE 12.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-DISP-STATUS.
000290     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000291         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS DYNAMIC
000293         RECORD KEY IS OI-KEY
000294         ALTERNATE RECORD KEY IS OI-STATUS
000295             WITH DUPLICATES
000310         FILE STATUS IS WS-OPEN-STATUS.
000320     SELECT DISP-RPT    ASSIGN TO DISPRPT
000330         ORGANIZATION IS LINE SEQUENTIAL.
000850     88  DISPUTE-FOUND        VALUE "Y".
000860 01  WS-HOLD-IDX          PIC 9(3) COMP VALUE 0.
000870 01  WS-REMAINING         PIC S9(6)V99 VALUE 0.
000871*----OPERATOR SIGN-ON - SEE SIGNON
000872 01  WS-SIGNON-PROGRAM    PIC X(10) VALUE "DISPMNT".
000873 01  WS-SIGNON-ACTION     PIC X(1) VALUE "S".
000874 01  WS-SIGNON-FUNCTION   PIC X(10) VALUE "DISPMNT".
000875 01  WS-SIGNON-OPER       PIC X(8) VALUE SPACES.
000876 01  WS-SIGNON-RESULT     PIC X(1) VALUE SPACE.
000880 01  WS-DISP-TABLE.
000890     05  WS-DISP-ENTRY    OCCURS 200 TIMES
000900                          INDEXED BY DS-IDX.
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001071     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001072     IF WS-SIGNON-RESULT NOT = "G"
001073         GOBACK
001074     END-IF
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     PERFORM 2000-APPLY-TRAN THRU 2000-EXIT
001100         UNTIL NO-MORE-TRANS
001130     PERFORM 5000-TERMINATE THRU 5000-EXIT
001140     GOBACK.
001150
001151*----THE OPERATOR SUBMITTING THE RUN SIGNS ON FIRST AND MUST
001152*----HOLD THIS FUNCTION - SEE SIGNON. A REFUSED RUN OPENS
001153*----NOTHING AND APPLIES NOTHING.
001154 0500-SIGN-ON.
001155     CALL "SIGNON" USING WS-SIGNON-PROGRAM, WS-SIGNON-ACTION,
001156         WS-SIGNON-FUNCTION, WS-SIGNON-OPER,
001157         WS-SIGNON-RESULT
001158     IF WS-SIGNON-RESULT NOT = "G"
001159         DISPLAY "DISPMNT: SIGN-ON REFUSED - NOTHING APPLIED"
001160         MOVE 12 TO RETURN-CODE
001161     END-IF.
001162 0500-EXIT.
001163     EXIT.
001164
001165 1000-INITIALIZE.
001170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001180     PERFORM 1200-LOAD-DISPUTES THRU 1200-EXIT
001190     OPEN OUTPUT DISP-RPT
002490         MOVE "Y" TO WS-ITEM-EOF-SW
002500         GO TO 4000-EXIT
002510     END-IF
002511*----ONLY THE OPEN LINES, THROUGH THE STATUS KEY
002512     MOVE "O" TO OI-STATUS
002513     START OPENITEM-IN KEY IS = OI-STATUS
002514         INVALID KEY MOVE "Y" TO WS-ITEM-EOF-SW
002515     END-START
002520     PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
002530         UNTIL END-OF-OPEN-ITEMS
002540     CLOSE OPENITEM-IN.
002560     EXIT.
002570
002580 4100-CHECK-ONE-ITEM.
002590     READ OPENITEM-IN NEXT RECORD
002600         AT END MOVE "Y" TO WS-ITEM-EOF-SW
002610     END-READ
002611     IF NOT OI-IS-OPEN
002612         MOVE "Y" TO WS-ITEM-EOF-SW
002613     END-IF
002620     IF END-OF-OPEN-ITEMS OR NOT OI-IS-OPEN
002630         GO TO 4100-EXIT
002640     END-IF
