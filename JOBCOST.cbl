000390*                   OR UNKNOWN JOBS - THEY GO TO THE JOBSUSP
000400*                   SUSPENSE LISTING INSTEAD OF CREATING
000410*                   PHANTOM JOBS OR REOPENING FINISHED ONES.
000411*   2026-10-15  DP  COST FOR A JOB WHOSE CUSTOMER'S COMPANY HAS
000412*                   CLOSED THE ACCOUNTING MONTH OF THE RUN DATE
000413*                   (PERDCHK) GOES TO JOBSUSP WITH REASON P
000414*                   INSTEAD OF POSTING. CUSTMAST IS READ FOR THE
000415*                   COMPANY ONLY.
000416*   2026-10-15  DP  THE REPORT IS TAGGED WITH REPORT ID JOBCOST
000417*                   FOR THE RPTSPOOL DISTRIBUTION RUN.
000420*---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000550         FILE STATUS IS WS-MAST-STATUS.
000560     SELECT SUSPENSE-OUT ASSIGN TO JOBSUSP
000570         ORGANIZATION IS LINE SEQUENTIAL.
000571     SELECT CUSTMAST     ASSIGN TO CUSTMAST
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS ident
000575         FILE STATUS IS WS-CUST-STATUS.
000580     SELECT SORT-WORK    ASSIGN TO SORTWK.
000590
000600 DATA DIVISION.
000960     05  SP-REASON        PIC X(1).
000970         88  SUSP-UNKNOWN-JOB VALUE "U".
000980         88  SUSP-CLOSED-JOB  VALUE "C".
000981         88  SUSP-CLOSED-PERIOD VALUE "P".
000982
000983 FD  CUSTMAST.
000984     COPY "CUSTOMER.cpy".
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-HIST-STATUS       PIC X(2) VALUE SPACES.
001230         10  WS-M-JOB-ID   PIC X(6).
001240         10  WS-M-DEPT     PIC X(6).
001250         10  WS-M-STATUS   PIC X(1).
001251         10  WS-M-CUST-ID  PIC X(7).
001260 01  WS-HOLD-DEPT          PIC X(6) VALUE SPACES.
001261 01  WS-HOLD-CUST-ID       PIC X(7) VALUE SPACES.
001262 01  WS-CUST-STATUS        PIC X(2) VALUE SPACES.
001263 01  WS-CUST-OPEN-SW       PIC X(1) VALUE "N".
001264     88  CUSTMAST-IS-OPEN      VALUE "Y".
001265 01  WS-CUST-ID-9          PIC 9(7) VALUE 0.
001266*----ACCOUNTING PERIOD CHECK - SEE PERDCHK
001267 01  WS-PERD-COMPANY       PIC X(2) VALUE SPACES.
001268 01  WS-PERD-RESULT        PIC X(1) VALUE SPACE.
001269     88  PERIOD-IS-CLOSED      VALUE "C".
001270 01  WS-DETAIL-LINE.
001280     05  DL-JOB-ID         PIC X(6).
001290     05  FILLER            PIC X(1) VALUE SPACE.
001450     05  WS-RPT-LINE-COUNT  PIC 9(3) VALUE 0.
001460     05  WS-RPT-OUT-COUNT   PIC 9(1) VALUE 0.
001470     05  WS-RPT-OUT-LINE    PIC X(60) OCCURS 3 TIMES.
001471     05  WS-RPT-ID          PIC X(8) VALUE "JOBCOST".
001472     05  WS-RPT-COMPANY     PIC X(2) VALUE SPACES.
001480 01  WS-RPT-IX              PIC 9(1) VALUE 0.
001490
001500*----CONTROL-TOTAL WORK AREA - SEE CTLWRIT
001820         OPEN OUTPUT HISTORY-OUT
001830     END-IF
001840     OPEN OUTPUT SUSPENSE-OUT
001841*----CUSTMAST ONLY SUPPLIES THE COMPANY OF THE JOB'S CUSTOMER FOR
001842*----THE PERIOD CHECK - A JOB WITH NO CUSTOMER, OR NO MASTER, IS
001843*----CHECKED AS THE ORIGINAL COMPANY'S.
001844     OPEN INPUT CUSTMAST
001845     IF WS-CUST-STATUS = "00"
001846         MOVE "Y" TO WS-CUST-OPEN-SW
001847     END-IF
001850     PERFORM 1200-LOAD-JOB-MASTER THRU 1200-EXIT
001860     READ JOBCOST-IN
001870         AT END MOVE "Y" TO WS-EOF-SW
002160         MOVE JM-JOB-ID TO WS-M-JOB-ID(MP-IDX)
002170         MOVE JM-DEPT TO WS-M-DEPT(MP-IDX)
002180         MOVE JM-STATUS TO WS-M-STATUS(MP-IDX)
002181         MOVE JM-CUST-ID TO WS-M-CUST-ID(MP-IDX)
002190     END-IF.
002200 1250-EXIT.
002210     EXIT.
002410         PERFORM 2300-SUSPEND-POSTING THRU 2300-EXIT
002420         GO TO 2100-NEXT
002430     END-IF
002431*----COST POSTS AT THE RUN DATE - NOT INTO A MONTH ALREADY CLOSED
002432     PERFORM 2400-CHECK-PERIOD THRU 2400-EXIT
002433     IF PERIOD-IS-CLOSED
002434         MOVE "P" TO SP-REASON
002435         PERFORM 2300-SUSPEND-POSTING THRU 2300-EXIT
002436         GO TO 2100-NEXT
002437     END-IF
002440     MOVE WS-HOLD-DEPT TO SR-DEPT
002450     MOVE JC-JOB-ID TO SR-JOB-ID
002460     MOVE JC-LABOR TO SR-LABOR
002580     MOVE "N" TO WS-MAP-FOUND-SW
002590     MOVE "UNASGN" TO WS-HOLD-DEPT
002600     MOVE SPACE TO WS-HOLD-STATUS
002601     MOVE SPACES TO WS-HOLD-CUST-ID
002610     IF WS-MAP-COUNT > 0
002620         PERFORM 2250-MATCH-ONE-MAP THRU 2250-EXIT
002630             VARYING MP-IDX FROM 1 BY 1
002710         MOVE "Y" TO WS-MAP-FOUND-SW
002720         MOVE WS-M-DEPT(MP-IDX) TO WS-HOLD-DEPT
002730         MOVE WS-M-STATUS(MP-IDX) TO WS-HOLD-STATUS
002731         MOVE WS-M-CUST-ID(MP-IDX) TO WS-HOLD-CUST-ID
002740     END-IF.
002750 2250-EXIT.
002760     EXIT.
002850     ADD 1 TO WS-LOG-REJECTS.
002860 2300-EXIT.
002870     EXIT.
002871
002872 2400-CHECK-PERIOD.
002873     MOVE SPACES TO WS-PERD-COMPANY
002874     IF CUSTMAST-IS-OPEN AND WS-HOLD-CUST-ID IS NUMERIC
002875         MOVE WS-HOLD-CUST-ID TO WS-CUST-ID-9
002876         MOVE WS-CUST-ID-9 TO ident
002877         READ CUSTMAST
002878             INVALID KEY
002879                 MOVE SPACES TO companyCode
002880         END-READ
002881         MOVE companyCode TO WS-PERD-COMPANY
002882     END-IF
002883     CALL "PERDCHK" USING WS-PERD-COMPANY, WS-RUN-DATE,
002884         WS-PERD-RESULT.
002885 2400-EXIT.
002886     EXIT.
002887
002890 3000-REPORT-JOBS.
002900     RETURN SORT-WORK
002910         AT END MOVE "Y" TO WS-SORT-EOF-SW
003440     CLOSE JOBCOST-IN
003450     CLOSE JOBCOST-OUT
003460     CLOSE SUSPENSE-OUT
003461     IF CUSTMAST-IS-OPEN
003462         CLOSE CUSTMAST
003463     END-IF
003470     DISPLAY "JOBCOST: POSTINGS SUSPENDED - " WS-SUSP-COUNT
003480     CLOSE HISTORY-OUT
003490     MOVE WS-GRAND-TOTAL TO WS-CTL-AMOUNT
