000150*                   REPORT WITH ITS DISPOSITION.
000160*   2026-08-21  DP  EVERY REINSTATEMENT IS NOW JOURNALED
000170*                   THROUGH JRNLWRIT AS AN ADD FOR AUDIT.
000171*   2026-10-15  DP  JOURNAL IMAGE AREAS WIDENED TO 200 BYTES TO
000172*                   MATCH JRNLWRIT.
000173*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 111-BYTE CUSTOMER
000174*                   RECORD NOW THAT IT CARRIES PAYMENT TERMS. AN
000175*                   ARCHIVE WRITTEN BEFORE THE CHANGE REINSTATES
000176*                   WITH BLANK TERMS, WHICH THE AR CHAIN TREATS AS
000177*                   NET 30.
000179*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 120-BYTE CUSTOMER
000181*                   RECORD NOW THAT IT CARRIES THE COLLECTION
000183*                   PLACEMENT. AN OLDER ARCHIVE REINSTATES THE
000185*                   CUSTOMER AS NOT PLACED.
000187*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 151-BYTE CUSTOMER
000189*                   RECORD NOW THAT IT CARRIES THE RETURNED-MAIL
000191*                   BLOCK. AN OLDER ARCHIVE REINSTATES THE
000193*                   CUSTOMER WITH A GOOD ADDRESS.
000194*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 158-BYTE CUSTOMER
000195*                   RECORD NOW THAT IT CARRIES THE PARENT IDENT.
000196*                   AN OLDER ARCHIVE REINSTATES THE CUSTOMER WITH
000197*                   NO PARENT.
000198*   2026-10-15  DP  ARCHIVE IMAGE WIDENED TO THE 162-BYTE CUSTOMER
000199*                   RECORD NOW THAT IT CARRIES THE SALES REP. AN
000200*                   OLDER ARCHIVE REINSTATES THE CUSTOMER AS A
000201*                   HOUSE ACCOUNT.
000202*---------------------------------------------------------------
000203 ENVIRONMENT DIVISION.
000204 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CUSTMAST    ASSIGN TO CUSTMAST
000230         ORGANIZATION IS INDEXED
000450     05  AR-PURGE-DATE      PIC 9(8).
000460     05  AR-CUSTOMER.
000470         10  AR-IDENT       PIC 9(7).
000471         10  FILLER         PIC X(155).
000490
000500 FD  REIN-RPT.
000510 01  REIN-RPT-REC           PIC X(60).
000610     88  ARCHIVE-HIT            VALUE "Y".
000620 01  WS-REIN-COUNT          PIC 9(5) COMP VALUE 0.
000630 01  WS-FAIL-COUNT          PIC 9(5) COMP VALUE 0.
000631 01  WS-SAVED-CUSTOMER      PIC X(162) VALUE SPACES.
000650 01  WS-SAVED-PURGE-DATE    PIC 9(8) VALUE 0.
000660 01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
000670*----AUDIT JOURNAL WORK AREAS - SEE JRNLWRIT
000680 01  WS-JRNL-PROGRAM        PIC X(10) VALUE "CUSTREIN".
000690 01  WS-JRNL-ACTION         PIC X(1) VALUE "A".
000700 01  WS-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
000710 01  WS-AFTER-IMAGE         PIC X(200) VALUE SPACES.
000720 01  WS-LOCK-FILE           PIC X(8) VALUE "CUSTMAST".
000730 01  WS-LOCK-ACTION         PIC X(1) VALUE SPACE.
000740 01  WS-LOCK-RESULT         PIC X(1) VALUE SPACE.
001720     MOVE WS-SAVED-CUSTOMER TO Customer
001730*----STAMP TODAY AS LAST ACTIVITY SO THE NEXT PURGE PASS DOES
001740*----NOT IMMEDIATELY RE-PURGE THE REINSTATED CUSTOMER
001741     MOVE WS-TODAY-DATE TO lastActiveDate
001742*----AN ARCHIVE WRITTEN BEFORE THE RETURNED-MAIL BLOCK CARRIES
001743*----SPACES THERE - THE ADDRESS COMES BACK AS GOOD.
001744     IF returnedDate NOT NUMERIC
001745         MOVE SPACE TO badAddressFlag
001746         MOVE 0 TO returnedDate
001747         MOVE SPACES TO returnedDoc
001748         MOVE SPACES TO returnedReason
001749     END-IF
001750*----AND ONE WRITTEN BEFORE THE PARENT IDENT COMES BACK STANDING
001751*----ALONE.
001752     IF parentIdent NOT NUMERIC
001753         MOVE 0 TO parentIdent
001754     END-IF
001760     MOVE ident TO OL-IDENT
001770     WRITE Customer
001780         INVALID KEY
