000240*                   THE REGISTER LINE - WITH A NUMBER SERIES
000250*                   PER COMPANY THE BANK NEEDS IT TO TELL TWO
000260*                   COMPANIES' CHECKS APART IN THE ONE FILE.
000261*   2026-10-15  DP  APPAYRUN VENDOR CHECKS GO TO THE BANK IN THE
000262*                   SAME FILE - THE VENDOR ID OFF THE REGISTER
000263*                   LINE FILLS SIX OF THE DETAIL'S SPARE BYTES, SO
000264*                   THE PAYROLL LAYOUT IS UNCHANGED.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000520     05  CR-DATE          PIC X(8).
000530     05  FILLER           PIC X(1).
000540     05  CR-COMPANY       PIC X(2).
000541     05  FILLER           PIC X(1).
000542     05  CR-VENDOR-ID     PIC X(6).
000550
000560 FD  POSPAY-OUT.
000570 01  POSPAY-REC           PIC X(40).
000730     05  PP-AMOUNT        PIC 9(8)V99.
000740     05  PP-PAYEE         PIC X(5).
000750     05  PP-COMPANY       PIC X(2).
000751*----A VENDOR CHECK NAMES ITS VENDOR HERE, PAYEE LEFT BLANK
000752     05  PP-VENDOR-ID     PIC X(6).
000753     05  FILLER           PIC X(2) VALUE SPACES.
000770 01  WS-TRAILER-LINE.
000780     05  FILLER           PIC X(1) VALUE "T".
000790     05  TR-COUNT         PIC 9(6).
001510     MOVE WS-WORK-AMT TO PP-AMOUNT
001520     MOVE CR-EMP-ID TO PP-PAYEE
001530     MOVE CR-COMPANY TO PP-COMPANY
001531     MOVE CR-VENDOR-ID TO PP-VENDOR-ID
001540     WRITE POSPAY-REC FROM WS-DETAIL-LINE.
001550 2100-EXIT.
001560     EXIT.
