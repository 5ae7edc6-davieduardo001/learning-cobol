           05 WS-LT-MM pic 99.
           05 WS-LT-REST pic 9(4).
       01 WS-LOCK-TABLE.
           05 WS-LOCK-ENTRY occurs 60 times.
               10 WS-L-FILE    pic x(8).
               10 WS-L-PROGRAM pic x(10).
               10 WS-L-DATE    pic 9(8).
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-LOCK THRU 1100-EXIT
               UNTIL NO-MORE-LOCKS OR WS-LOCK-COUNT >= 60
           CLOSE LOCKCTL-IO.
       1000-EXIT.
           EXIT.
