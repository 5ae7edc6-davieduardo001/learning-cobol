000180*                   THE CONTROLLER'S SIGN-OFF.
000181*   2026-09-03  DP  THE RUN DATE NOW COMES FROM THE BUSDATE
000182*                   CONTROL THROUGH GETBDATE.
000183*   2026-10-15  DP  OPENITEM IS NOW AN INDEXED FILE KEYED BY
000184*                   CUSTOMER, INVOICE AND LINE NUMBER, READ IN KEY
000185*                   ORDER.
000190*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT OPENITEM-IN ASSIGN TO OPENITEM
000231         ORGANIZATION IS INDEXED
000232         ACCESS MODE IS SEQUENTIAL
000233         RECORD KEY IS OI-KEY
000234         ALTERNATE RECORD KEY IS OI-STATUS
000235             WITH DUPLICATES
000250         FILE STATUS IS WS-OPEN-STATUS.
000260     SELECT RFNDCTL-IO  ASSIGN TO RFNDCTL
000270         ORGANIZATION IS LINE SEQUENTIAL
