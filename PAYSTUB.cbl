000200*   2026-09-02  DP  STATE WITHHOLDING NOW PRINTS ON THE STUB
000210*                   FROM THE PH-STWH FIELD CARRIED ON THE
000220*                   SHARED PAYHIST COPYBOOK.
000221*   2026-10-15  DP  A SUPPLEMENTAL PAY ROW (NON-BLANK PAYHIST
000222*                   EARNINGS CODE) PRINTS ITS EARNINGS CODE UNDER
000223*                   THE PERIOD LINE, WHICH THEN SHOWS THE
000224*                   SUPPLEMENTAL PAY DATE.
000225*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID PAYSTUB
000226*                   FOR THE RPTSPOOL DISTRIBUTION RUN.
000230*---------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000680     05  PL-PERIOD        PIC 99/99/9999.
000690     05  FILLER           PIC X(8) VALUE "  HOURS ".
000700     05  PL-HOURS         PIC ZZ9.
000701*----PRINTED UNDER THE PERIOD LINE FOR A SUPPLEMENTAL PAYMENT
000702 01  WS-EARN-LINE.
000703     05  FILLER           PIC X(20) VALUE "SUPPLEMENTAL PAY - ".
000704     05  FILLER           PIC X(15) VALUE "EARNINGS CODE ".
000705     05  EL-CODE          PIC X(3).
000710 01  WS-PERIOD-DISPLAY    PIC 99/99/9999.
000720 01  WS-AMT-LINE.
000730     05  AL-LABEL         PIC X(18).
000890     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
000900     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
000910     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
000911     05  WS-RPT-ID          PIC X(8) VALUE "PAYSTUB".
000912     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
000920 01  WS-RPT-IX              PIC 9(1) VALUE 0.
000930
000940 PROCEDURE DIVISION.
001620     MOVE SPACES TO WS-RPT-DETAIL
001630     MOVE WS-PERIOD-LINE TO WS-RPT-DETAIL
001640     PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
001641     IF PH-EARN-CODE NOT = SPACES
001642         MOVE PH-EARN-CODE TO EL-CODE
001643         MOVE SPACES TO WS-RPT-DETAIL
001644         MOVE WS-EARN-LINE TO WS-RPT-DETAIL
001645         PERFORM 8000-PRINT-RPT-DETAIL THRU 8000-EXIT
001646     END-IF
001650     MOVE "GROSS PAY" TO AL-LABEL
001660     MOVE PH-GROSS TO AL-AMOUNT
001670     PERFORM 8300-PRINT-AMT-LINE THRU 8300-EXIT
