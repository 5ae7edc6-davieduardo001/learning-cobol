               "010INVALID SCORE - OUTSIDE THE A THRU F RANGE.  ".
           05 FILLER pic x(48) value
               "011IS NOT A NUMBER.                             ".
           05 FILLER pic x(48) value
               "101PAIR RESULT TOO LARGE FOR THE OUTPUT FIELD.  ".
           05 FILLER pic x(48) value
               "102PAIR OUT OF BALANCE WITH ITS CONTROL TOTAL.  ".
           05 FILLER pic x(48) value
               "103PAIR DIVIDES BY ZERO.                        ".
           05 FILLER pic x(48) value
               "104PAIR HAS AN INVALID OPERATION CODE.          ".
           05 FILLER pic x(48) value
               "105BATCH HEADER MISSING OR NOT FIRST.           ".
           05 FILLER pic x(48) value
               "106BATCH TRAILER MISSING - FILE MAY BE SHORT.   ".
           05 FILLER pic x(48) value
               "107TRAILER DETAIL COUNT DOES NOT MATCH.         ".
           05 FILLER pic x(48) value
               "108TRAILER OPERATION COUNT DOES NOT MATCH.      ".
           05 FILLER pic x(48) value
               "109RECORD OUT OF SEQUENCE OR OF UNKNOWN TYPE.   ".
           05 FILLER pic x(48) value
               "999MESSAGE CODE NOT FOUND.                      ".

       01 WS-MSG-TABLE redefines WS-MSG-TABLE-DATA.
           05 WS-MSG-ENTRY occurs 21 times indexed by MSG-IDX.
               10 WS-MSG-CODE pic x(3).
               10 WS-MSG-TEXT pic x(45).

       PROCEDURE DIVISION using Lcode, Ltext.
           MOVE "N" TO WS-MSG-FOUND-SW
           PERFORM VARYING MSG-IDX FROM 1 BY 1
               UNTIL MSG-IDX > 21 OR MSG-FOUND
               IF Lcode = WS-MSG-CODE(MSG-IDX)
                   MOVE WS-MSG-TEXT(MSG-IDX) TO Ltext
                   MOVE "Y" TO WS-MSG-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT MSG-FOUND
               MOVE WS-MSG-TEXT(21) TO Ltext
           END-IF

       EXIT PROGRAM.
