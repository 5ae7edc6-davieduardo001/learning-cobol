      *----SHOP-STANDARD OPERATOR SIGN-ON AND FUNCTION CHECK FOR THE
      *----ONLINE PROGRAMS. ACTION S SIGNS THE OPERATOR ON - OPERATOR
      *----ID AND PASSWORD ARE KEYED AT THE TERMINAL AND CHECKED
      *----AGAINST THE USERPROF PROFILE (ON FILE, NOT LOCKED, PASSWORD
      *----HASH MATCHES, NOT EXPIRED), THREE TRIES A RUN - AND THEN
      *----CHECKS THE FUNCTION PASSED, IF ANY. ACTION F CHECKS ONE
      *----MORE FUNCTION FOR THE OPERATOR ALREADY SIGNED ON, FOR A
      *----MENU THAT AUTHORIZES OPTION BY OPTION. RESULT G MEANS GO,
      *----R MEANS REFUSED; THE SIGNED-ON OPERATOR ID COMES BACK FOR
      *----THE CALLER'S OWN LOGS. THE THIRD CONSECUTIVE BAD PASSWORD
      *----LOCKS THE PROFILE UNTIL USERMAINT UNLOCKS IT. EVERY DENIAL
      *----GOES TO THE JRNLWRIT JOURNAL AS ACTION X WITH THE OPERATOR,
      *----FUNCTION, AND REASON IN THE BEFORE IMAGE FOR AUDIT.

       IDENTIFICATION DIVISION.
       program-id. SIGNON.

       ENVIRONMENT DIVISION.
       input-output section.
       file-control.
           select USERPROF assign to USERPROF
               organization is indexed
               access mode is dynamic
               record key is UP-OPER-ID
               file status is WS-PROF-STATUS.

       DATA DIVISION.
       file section.
       FD  USERPROF.
           COPY "USERPROF.cpy".

       working-storage section.
       01 WS-PROF-STATUS pic x(2) value spaces.
       01 WS-SIGNED-ON-SW pic x(1) value "N".
           88 OPERATOR-SIGNED-ON value "Y".
       01 WS-GIVE-UP-SW pic x(1) value "N".
           88 NO-MORE-TRIES value "Y".
       01 WS-TRY-COUNT pic 9(2) comp value 0.
       01 WS-MAX-TRIES pic 9(2) comp value 3.
       01 WS-LOCK-FAILURES pic 9(2) value 3.
       01 WS-ENTRY-OPER pic x(8) value spaces.
       01 WS-ENTRY-PWD pic x(16) value spaces.
       01 WS-ENTRY-HASH pic 9(9) value 0.
       01 WS-CUR-DATE pic 9(8) value 0.
       01 WS-OPER-ID pic x(8) value spaces.
       01 WS-FUNC-FOUND-SW pic x(1) value "N".
           88 FUNCTION-FOUND value "Y".
       01 WS-FUNC-IX pic 9(2) comp value 0.
       01 WS-OPER-FUNCTIONS.
           05 WS-OPER-FUNC pic x(10) occurs 12 times.
       01 WS-JRNL-ACTION pic x(1) value "X".
       01 WS-DENY-IMAGE.
           05 filler pic x(15) value "ACCESS DENIED  ".
           05 filler pic x(5) value "OPER ".
           05 DI-OPER-ID pic x(8).
           05 filler pic x(7) value "  FUNC ".
           05 DI-FUNCTION pic x(10).
           05 filler pic x(9) value "  REASON ".
           05 DI-REASON pic x(30).
           05 filler pic x(116) value spaces.
       01 WS-DENY-AFTER pic x(200) value spaces.

       linkage section.
       01 L-PROGRAM pic x(10).
       01 L-ACTION pic x(1).
           88 L-SIGN-ON value "S".
           88 L-FUNCTION-CHECK value "F".
       01 L-FUNCTION pic x(10).
       01 L-OPER-ID pic x(8).
       01 L-RESULT pic x(1).

       PROCEDURE DIVISION using L-PROGRAM, L-ACTION, L-FUNCTION,
               L-OPER-ID, L-RESULT.
       0000-SIGNON.
           MOVE "R" TO L-RESULT
           IF L-SIGN-ON AND NOT OPERATOR-SIGNED-ON
               MOVE "N" TO WS-GIVE-UP-SW
               MOVE 0 TO WS-TRY-COUNT
               PERFORM 1000-SIGN-ON-TRY THRU 1000-EXIT
                   UNTIL OPERATOR-SIGNED-ON OR NO-MORE-TRIES
           END-IF
           IF NOT OPERATOR-SIGNED-ON
               IF L-FUNCTION-CHECK
                   MOVE SPACES TO DI-OPER-ID
                   MOVE "NOT SIGNED ON" TO DI-REASON
                   PERFORM 9000-JOURNAL-DENIAL THRU 9000-EXIT
               END-IF
               GO TO 0000-RETURN
           END-IF
           MOVE "G" TO L-RESULT
           IF L-FUNCTION NOT = SPACES
               PERFORM 2000-CHECK-FUNCTION THRU 2000-EXIT
           END-IF.
       0000-RETURN.
           MOVE WS-OPER-ID TO L-OPER-ID
           GOBACK.

      *----ONE SIGN-ON ATTEMPT. UNKNOWN OPERATOR AND WRONG PASSWORD
      *----GET THE SAME ANSWER AT THE TERMINAL - ONLY THE JOURNAL
      *----SAYS WHICH IT WAS.
       1000-SIGN-ON-TRY.
           ADD 1 TO WS-TRY-COUNT
           IF WS-TRY-COUNT >= WS-MAX-TRIES
               MOVE "Y" TO WS-GIVE-UP-SW
           END-IF
           DISPLAY "SIGN-ON - ENTER OPERATOR ID:"
           MOVE SPACES TO WS-ENTRY-OPER
           ACCEPT WS-ENTRY-OPER
           DISPLAY "ENTER PASSWORD:"
           MOVE SPACES TO WS-ENTRY-PWD
           ACCEPT WS-ENTRY-PWD
           MOVE WS-ENTRY-OPER TO DI-OPER-ID
           IF WS-ENTRY-OPER = SPACES
               DISPLAY "SIGN-ON REFUSED - NO OPERATOR ID"
               MOVE "NO OPERATOR ID" TO DI-REASON
               PERFORM 9000-JOURNAL-DENIAL THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN I-O USERPROF
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "SIGN-ON REFUSED - NO OPERATOR PROFILES"
               MOVE "Y" TO WS-GIVE-UP-SW
               MOVE "NO USERPROF FILE" TO DI-REASON
               PERFORM 9000-JOURNAL-DENIAL THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF
           MOVE WS-ENTRY-OPER TO UP-OPER-ID
           READ USERPROF
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "SIGN-ON REFUSED - INVALID OPERATOR ID OR "
                   "PASSWORD"
               MOVE "UNKNOWN OPERATOR" TO DI-REASON
               GO TO 1000-DENIED
           END-IF
           IF UP-LOCKED
               DISPLAY "SIGN-ON REFUSED - PROFILE LOCKED, SEE YOUR "
                   "SECURITY ADMINISTRATOR"
               MOVE "Y" TO WS-GIVE-UP-SW
               MOVE "PROFILE LOCKED" TO DI-REASON
               GO TO 1000-DENIED
           END-IF
           CALL "PWDHASH" USING WS-ENTRY-OPER, WS-ENTRY-PWD,
               WS-ENTRY-HASH
           IF WS-ENTRY-HASH NOT = UP-PWD-HASH
               PERFORM 1100-COUNT-FAILURE THRU 1100-EXIT
               GO TO 1000-DENIED
           END-IF
      *----EXPIRY IS ONLY TOLD TO SOMEONE WHO KNEW THE PASSWORD
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           IF UP-EXPIRY-DATE > 0 AND UP-EXPIRY-DATE < WS-CUR-DATE
               DISPLAY "SIGN-ON REFUSED - PASSWORD EXPIRED, SEE YOUR "
                   "SECURITY ADMINISTRATOR"
               MOVE "Y" TO WS-GIVE-UP-SW
               MOVE "PASSWORD EXPIRED" TO DI-REASON
               GO TO 1000-DENIED
           END-IF
           MOVE 0 TO UP-FAIL-COUNT
           MOVE WS-CUR-DATE TO UP-LAST-SIGNON
           REWRITE UserProfRec
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE UP-OPER-ID TO WS-OPER-ID
           PERFORM 1200-SAVE-ONE-FUNCTION THRU 1200-EXIT
               VARYING WS-FUNC-IX FROM 1 BY 1
               UNTIL WS-FUNC-IX > 12
           CLOSE USERPROF
           MOVE "Y" TO WS-SIGNED-ON-SW
           DISPLAY "SIGNED ON - " UP-NAME
           GO TO 1000-EXIT.
       1000-DENIED.
           CLOSE USERPROF
           PERFORM 9000-JOURNAL-DENIAL THRU 9000-EXIT.
       1000-EXIT.
           EXIT.

       1100-COUNT-FAILURE.
           ADD 1 TO UP-FAIL-COUNT
           IF UP-FAIL-COUNT >= WS-LOCK-FAILURES
               MOVE "L" TO UP-STATUS
               MOVE "Y" TO WS-GIVE-UP-SW
               DISPLAY "SIGN-ON REFUSED - PROFILE NOW LOCKED, SEE "
                   "YOUR SECURITY ADMINISTRATOR"
               MOVE "WRONG PASSWORD - NOW LOCKED" TO DI-REASON
           ELSE
               DISPLAY "SIGN-ON REFUSED - INVALID OPERATOR ID OR "
                   "PASSWORD"
               MOVE "WRONG PASSWORD" TO DI-REASON
           END-IF
           REWRITE UserProfRec
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       1100-EXIT.
           EXIT.

       1200-SAVE-ONE-FUNCTION.
           MOVE UP-FUNCTION(WS-FUNC-IX) TO WS-OPER-FUNC(WS-FUNC-IX).
       1200-EXIT.
           EXIT.

       2000-CHECK-FUNCTION.
           MOVE "N" TO WS-FUNC-FOUND-SW
           PERFORM 2100-MATCH-ONE-FUNCTION THRU 2100-EXIT
               VARYING WS-FUNC-IX FROM 1 BY 1
               UNTIL WS-FUNC-IX > 12 OR FUNCTION-FOUND
           IF NOT FUNCTION-FOUND
               DISPLAY "NOT AUTHORIZED FOR " L-FUNCTION
               MOVE "R" TO L-RESULT
               MOVE WS-OPER-ID TO DI-OPER-ID
               MOVE "FUNCTION NOT AUTHORIZED" TO DI-REASON
               PERFORM 9000-JOURNAL-DENIAL THRU 9000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-FUNCTION.
           IF WS-OPER-FUNC(WS-FUNC-IX) = L-FUNCTION
               OR WS-OPER-FUNC(WS-FUNC-IX) = "*ALL"
               MOVE "Y" TO WS-FUNC-FOUND-SW
           END-IF.
       2100-EXIT.
           EXIT.

       9000-JOURNAL-DENIAL.
           MOVE L-FUNCTION TO DI-FUNCTION
           CALL "JRNLWRIT" USING L-PROGRAM, WS-JRNL-ACTION,
               WS-DENY-IMAGE, WS-DENY-AFTER.
       9000-EXIT.
           EXIT.
