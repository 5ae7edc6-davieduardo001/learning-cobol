      *----SHARED PASSWORD HASH FOR THE OPERATOR SIGN-ON. SIGNON
      *----HASHES WHAT THE OPERATOR KEYS AND USERMAINT HASHES A NEW
      *----PASSWORD THE SAME WAY, SO THE CLEAR PASSWORD IS NEVER
      *----WRITTEN ANYWHERE. THE OPERATOR ID IS FOLDED IN AHEAD OF
      *----THE PASSWORD SO TWO OPERATORS WITH THE SAME PASSWORD DO NOT
      *----CARRY THE SAME HASH. EACH CHARACTER'S PLACE IN THE
      *----CHARACTER SET IS RUN THROUGH A MULTIPLY-AND-REMAINDER
      *----CHAIN MODULO A NINE-DIGIT PRIME. A CHARACTER OUTSIDE THE
      *----SET COUNTS AS ITS OWN VALUE 99.

       IDENTIFICATION DIVISION.
       program-id. PWDHASH.

       DATA DIVISION.
       working-storage section.
       01 WS-CHAR-SET-INIT.
           05 filler pic x(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 filler pic x(26) value "abcdefghijklmnopqrstuvwxyz".
           05 filler pic x(27) value "0123456789!@#$%&*()-_=+.,:;".
       01 WS-CHAR-SET redefines WS-CHAR-SET-INIT pic x(80).
       01 WS-HASH-INPUT.
           05 WS-HI-OPER pic x(8).
           05 WS-HI-PWD pic x(16).
       01 WS-HASH-WORK pic 9(12) value 0.
       01 WS-HASH-QUOT pic 9(12) value 0.
       01 WS-HASH-PRIME pic 9(9) value 999999937.
       01 WS-CHAR-VALUE pic 9(3) value 0.
       01 WS-IN-POS pic 9(2) comp value 0.
       01 WS-SET-POS pic 9(2) comp value 0.

       linkage section.
       01 L-OPER-ID pic x(8).
       01 L-PASSWORD pic x(16).
       01 L-HASH pic 9(9).

       PROCEDURE DIVISION using L-OPER-ID, L-PASSWORD, L-HASH.
       0000-HASH-PASSWORD.
           MOVE L-OPER-ID TO WS-HI-OPER
           MOVE L-PASSWORD TO WS-HI-PWD
           MOVE 7 TO WS-HASH-WORK
           PERFORM 1000-HASH-ONE-CHAR THRU 1000-EXIT
               VARYING WS-IN-POS FROM 1 BY 1
               UNTIL WS-IN-POS > 24
           MOVE WS-HASH-WORK TO L-HASH
           GOBACK.

       1000-HASH-ONE-CHAR.
           MOVE 99 TO WS-CHAR-VALUE
           PERFORM 1100-MATCH-ONE-CHAR THRU 1100-EXIT
               VARYING WS-SET-POS FROM 1 BY 1
               UNTIL WS-SET-POS > 80 OR WS-CHAR-VALUE NOT = 99
           COMPUTE WS-HASH-WORK = WS-HASH-WORK * 131
               + WS-CHAR-VALUE + WS-IN-POS
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-WORK.
       1000-EXIT.
           EXIT.

       1100-MATCH-ONE-CHAR.
           IF WS-HASH-INPUT(WS-IN-POS:1) = WS-CHAR-SET(WS-SET-POS:1)
               MOVE WS-SET-POS TO WS-CHAR-VALUE
           END-IF.
       1100-EXIT.
           EXIT.
