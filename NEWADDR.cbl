000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NEWADDR.
000030 AUTHOR. DATA-PROCESSING.
000040 INSTALLATION. AR-BILLING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DP  ORIGINAL - SHARED NEEDS-NEW-ADDRESS WRITER,
000100*                   IN THE CTLWRIT STYLE. EVERY LETTER AND
000110*                   STATEMENT RUN CALLS THIS INSTEAD OF MAILING
000120*                   A CUSTOMER WHOSE ADDRESS RETMAIL HAS FLAGGED
000130*                   BAD, AND IT APPENDS ONE LINE TO THE NEWADDR
000140*                   REPORT - RUN DATE, THE PROGRAM AND DOCUMENT
000150*                   HELD BACK, THE CUSTOMER, AND WHEN AND WHY THE
000160*                   MAIL CAME BACK - SO THE CSRS HAVE ONE LIST.
000170*---------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT NEWADDR-OUT ASSIGN TO NEWADDR
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-NA-STATUS.
000240
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  NEWADDR-OUT.
000280 01  NEWADDR-REC.
000290     05  NA-RUN-DATE        PIC 9(8).
000300     05  FILLER             PIC X(1).
000310     05  NA-PROGRAM         PIC X(10).
000320     05  FILLER             PIC X(1).
000330     05  NA-DOCUMENT        PIC X(16).
000340     05  FILLER             PIC X(1).
000350     05  NA-IDENT           PIC 9(7).
000360     05  FILLER             PIC X(1).
000370     05  NA-NAME            PIC X(20).
000380     05  FILLER             PIC X(1).
000390     05  NA-RETURNED-DATE   PIC 9(8).
000400     05  FILLER             PIC X(1).
000410     05  NA-RETURNED-DOC    PIC X(2).
000420     05  FILLER             PIC X(1).
000430     05  NA-REASON          PIC X(20).
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-NA-STATUS           PIC X(2) VALUE SPACES.
000470
000480 LINKAGE SECTION.
000490 01  L-PROGRAM              PIC X(10).
000500 01  L-DOCUMENT             PIC X(16).
000510 01  L-RUN-DATE             PIC 9(8).
000520     COPY "CUSTOMER.cpy".
000530
000540 PROCEDURE DIVISION USING L-PROGRAM, L-DOCUMENT, L-RUN-DATE,
000550     Customer.
000560 0000-WRITE-NEEDS-ADDRESS.
000570     OPEN EXTEND NEWADDR-OUT
000580     IF WS-NA-STATUS = "35"
000590         OPEN OUTPUT NEWADDR-OUT
000600     END-IF
000610     MOVE SPACES TO NEWADDR-REC
000620     MOVE L-RUN-DATE TO NA-RUN-DATE
000630     MOVE L-PROGRAM TO NA-PROGRAM
000640     MOVE L-DOCUMENT TO NA-DOCUMENT
000650     MOVE ident TO NA-IDENT
000660     MOVE custName TO NA-NAME
000670     MOVE returnedDate TO NA-RETURNED-DATE
000680     MOVE returnedDoc TO NA-RETURNED-DOC
000690     MOVE returnedReason TO NA-REASON
000700     WRITE NEWADDR-REC
000710     CLOSE NEWADDR-OUT
000720     GOBACK.
