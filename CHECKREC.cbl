000310*                   NUMBER AND AMOUNT (THE BANK FILE HAS NO
000320*                   COMPANY), AND THE OUTSTANDING LISTING AND
000330*                   REWRITTEN BOOK SHOW THE COMPANY.
000331*   2026-10-15  DP  VENDOR CHECKS FROM APPAYRUN - THE REGISTER
000332*                   LINE NOW CARRIES A VENDOR ID (BLANK ON PAYROLL
000333*                   CHECKS). IT RIDES THROUGH THE REWRITTEN BOOK,
000334*                   SHOWS AS THE PAYEE ON THE OUTSTANDING LISTING,
000335*                   AND A VOID MATCHES ONLY ITS OWN SERIES, SINCE
000336*                   A COMPANY'S VENDOR AND PAYROLL NUMBERS ARE
000337*                   KEPT SEPARATELY.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000620     05  CO-DATE          PIC 9(8).
000630     05  FILLER           PIC X(1).
000640     05  CO-COMPANY       PIC X(2).
000641     05  FILLER           PIC X(1).
000642     05  CO-VENDOR-ID     PIC X(6).
000650 01  CHECKREG-DTL REDEFINES CHECKREG-REC.
000660     05  CR-EVENT         PIC X(8).
000670     05  FILLER           PIC X(1).
000760     05  CR-DATE          PIC X(8).
000770     05  FILLER           PIC X(1).
000780     05  CR-COMPANY       PIC X(2).
000781     05  FILLER           PIC X(1).
000782*----BLANK ON A PAYROLL CHECK, THE PAYEE ON AN APPAYRUN CHECK
000783     05  CR-VENDOR-ID     PIC X(6).
000790
000800 FD  BANKCLR-IN.
000810 01  BANKCLR-REC.
001130*----LONGER IDENTIFIES A CHECK - THE FIND QUALIFIES ON COMPANY
001140*----AND/OR AMOUNT WHEN THE CALLER HAS THEM.
001150 01  WS-WORK-COMPANY      PIC X(2) VALUE SPACES.
001151 01  WS-WORK-VENDOR-ID    PIC X(6) VALUE SPACES.
001160 01  WS-WORK-AMOUNT       PIC 9(6)V99 VALUE 0.
001170 01  WS-CO-MATCH-SW       PIC X(1) VALUE "N".
001180     88  MATCH-ON-COMPANY     VALUE "Y".
001320         10  WS-C-AMOUNT  PIC 9(6)V99.
001330         10  WS-C-DATE    PIC 9(8).
001340         10  WS-C-COMPANY PIC X(2).
001341         10  WS-C-VENDOR-ID PIC X(6).
001350         10  WS-C-STATE   PIC X(1).
001360             88  CHECK-OUTSTANDING VALUE "O".
001370             88  CHECK-VOIDED      VALUE "V".
001390 01  WS-DETAIL-LINE.
001400     05  DL-CHECK-NO      PIC 9(6).
001410     05  FILLER           PIC X(1) VALUE SPACE.
001420     05  DL-PAYEE         PIC X(6).
001430     05  FILLER           PIC X(1) VALUE SPACE.
001440     05  DL-AMOUNT        PIC ZZZ,ZZ9.99.
001450     05  FILLER           PIC X(5) VALUE " AGE ".
002440         MOVE 0 TO WS-C-DATE(CK-IDX)
002450     END-IF
002460     MOVE CR-COMPANY TO WS-C-COMPANY(CK-IDX)
002461     MOVE CR-VENDOR-ID TO WS-C-VENDOR-ID(CK-IDX)
002470     MOVE "O" TO WS-C-STATE(CK-IDX).
002480 2100-EXIT.
002490     EXIT.
002500
002510 2200-VOID-CHECK.
002520     MOVE CR-COMPANY TO WS-WORK-COMPANY
002521     MOVE CR-VENDOR-ID TO WS-WORK-VENDOR-ID
002530     MOVE "Y" TO WS-CO-MATCH-SW
002540     MOVE "N" TO WS-AMT-MATCH-SW
002550     PERFORM 2500-FIND-CHECK THRU 2500-EXIT
002740 2550-MATCH-ONE-CHECK.
002750     IF WS-C-CHECK-NO(CK-IDX) = WS-WORK-CHECK-NO
002760         AND (NOT MATCH-ON-COMPANY
002770              OR (WS-C-COMPANY(CK-IDX) = WS-WORK-COMPANY
002771                  AND WS-C-VENDOR-ID(CK-IDX) = WS-WORK-VENDOR-ID))
002780         AND (NOT MATCH-ON-AMOUNT
002790              OR WS-C-AMOUNT(CK-IDX) = WS-WORK-AMOUNT)
002800         MOVE "Y" TO WS-FOUND-SW
003610     END-IF
003620     MOVE SPACES TO DL-FLAG
003630     MOVE WS-C-CHECK-NO(CK-IDX) TO DL-CHECK-NO
003640     IF WS-C-VENDOR-ID(CK-IDX) = SPACES
003641         MOVE WS-C-EMP-ID(CK-IDX) TO DL-PAYEE
003642     ELSE
003643         MOVE WS-C-VENDOR-ID(CK-IDX) TO DL-PAYEE
003644     END-IF
003650     MOVE WS-C-AMOUNT(CK-IDX) TO DL-AMOUNT
003660     MOVE WS-C-COMPANY(CK-IDX) TO DL-COMPANY
003670     MOVE WS-AGE-DAYS TO DL-AGE
004000         MOVE WS-C-AMOUNT(CK-IDX) TO CO-AMOUNT
004010         MOVE WS-C-DATE(CK-IDX) TO CO-DATE
004020         MOVE WS-C-COMPANY(CK-IDX) TO CO-COMPANY
004021         MOVE WS-C-VENDOR-ID(CK-IDX) TO CO-VENDOR-ID
004030         WRITE CHECKREG-REC
004040     END-IF.
004050 4550-EXIT.
