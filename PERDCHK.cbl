      *----SHARED ACCOUNTING PERIOD CHECK FOR EVERY PROGRAM THAT POSTS
      *----DATED MONEY. THE CALLER PASSES THE COMPANY AND THE DATE IT
      *----IS ABOUT TO POST; RESULT C MEANS THE MONTH IS CLOSED AND
      *----THE ITEM MUST GO TO THE CALLER'S SUSPENSE OR REJECT FILE
      *----INSTEAD, O MEANS POST AS USUAL. THE CLOSED MONTHS ARE
      *----LOADED FROM ACCTPER ON THE FIRST CALL. NO ACCTPER MEANS
      *----NOTHING HAS EVER BEEN CLOSED, AND AN UNDATED ITEM IS LEFT
      *----TO THE CALLER'S OWN EDITS.

       IDENTIFICATION DIVISION.
       program-id. PERDCHK.

       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select ACCTPER assign to ACCTPER
               organization is indexed
               access mode is sequential
               record key is PD-KEY
               file status is WS-PER-STATUS.

       DATA DIVISION.
       file section.
       FD  ACCTPER.
           COPY "PERIOD.cpy".

       working-storage section.
       01 WS-PER-STATUS pic x(2) value spaces.
       01 WS-PER-EOF-SW pic x(1) value "N".
           88 END-OF-PERIODS value "Y".
       01 WS-LOADED-SW pic x(1) value "N".
           88 PERIODS-LOADED value "Y".
       01 WS-CLOSED-COUNT pic 9(4) comp value 0.
       01 WS-FOUND-SW pic x(1) value "N".
           88 PERIOD-FOUND value "Y".
       01 WS-CHK-DATE pic 9(8) value 0.
       01 WS-CHK-DATE-R redefines WS-CHK-DATE.
           05 WS-CHK-PERIOD pic 9(6).
           05 WS-CHK-DAY pic 9(2).
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY occurs 2000 times
                              indexed by CP-IDX.
               10 WS-C-COMPANY pic x(2).
               10 WS-C-PERIOD pic 9(6).

       linkage section.
       01 L-COMPANY pic x(2).
       01 L-POST-DATE pic 9(8).
       01 L-RESULT pic x(1).
           88 L-PERIOD-OPEN value "O".
           88 L-PERIOD-CLOSED value "C".

       PROCEDURE DIVISION using L-COMPANY, L-POST-DATE, L-RESULT.
       0000-CHECK-PERIOD.
           IF NOT PERIODS-LOADED
               PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT
           END-IF
           SET L-PERIOD-OPEN TO TRUE
           IF L-POST-DATE NOT NUMERIC OR L-POST-DATE = 0
               GOBACK
           END-IF
           MOVE L-POST-DATE TO WS-CHK-DATE
           MOVE "N" TO WS-FOUND-SW
           IF WS-CLOSED-COUNT > 0
               PERFORM 2000-MATCH-ONE-PERIOD THRU 2000-EXIT
                   VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CLOSED-COUNT OR PERIOD-FOUND
           END-IF
           IF PERIOD-FOUND
               SET L-PERIOD-CLOSED TO TRUE
           END-IF
           GOBACK.

      *----ONLY THE CLOSED MONTHS ARE KEPT - A REOPENED MONTH IS ON
      *----FILE AS OPEN AND POSTS LIKE ONE NEVER CLOSED. A TABLE TOO
      *----SMALL FOR THE FILE WOULD LET POSTINGS INTO A CLOSED MONTH,
      *----SO THE RUN IS STOPPED RATHER THAN CUT SHORT.
       1000-LOAD-PERIODS.
           MOVE "Y" TO WS-LOADED-SW
           OPEN INPUT ACCTPER
           IF WS-PER-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
               UNTIL END-OF-PERIODS
           CLOSE ACCTPER.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PERIOD.
           READ ACCTPER
               AT END MOVE "Y" TO WS-PER-EOF-SW
           END-READ
           IF END-OF-PERIODS OR NOT PD-CLOSED
               GO TO 1100-EXIT
           END-IF
           IF WS-CLOSED-COUNT >= 2000
               DISPLAY "PERDCHK: MORE THAN 2000 CLOSED PERIODS - "
                   "RUN STOPPED, ENLARGE THE TABLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           SET CP-IDX TO WS-CLOSED-COUNT
           MOVE PD-COMPANY TO WS-C-COMPANY(CP-IDX)
           MOVE PD-PERIOD TO WS-C-PERIOD(CP-IDX).
       1100-EXIT.
           EXIT.

       2000-MATCH-ONE-PERIOD.
           IF WS-C-COMPANY(CP-IDX) = L-COMPANY
                   AND WS-C-PERIOD(CP-IDX) = WS-CHK-PERIOD
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
       2000-EXIT.
           EXIT.
