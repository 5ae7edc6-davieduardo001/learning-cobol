      *----OPERATOR PROFILE FOR THE ONLINE SIGN-ON, KEYED BY OPERATOR
      *----ID. USERMAINT KEEPS IT; SIGNON READS IT ON EVERY SIGN-ON
      *----AND REWRITES THE FAILURE COUNT AND LAST SIGN-ON DATE. THE
      *----PASSWORD IS NEVER STORED - ONLY THE PWDHASH HASH OF IT.
       01  UserProfRec.
           02  UP-OPER-ID PIC X(8).
           02  UP-NAME PIC X(20).
           02  UP-PWD-HASH PIC 9(9).
      *----PASSWORD EXPIRY DATE YYYYMMDD - ZERO NEVER EXPIRES. AN
      *----EXPIRED PASSWORD IS RESET THROUGH USERMAINT.
           02  UP-EXPIRY-DATE PIC 9(8).
      *----CONSECUTIVE FAILED SIGN-ONS. THE THIRD LOCKS THE PROFILE
      *----UNTIL USERMAINT UNLOCKS IT OR RESETS THE PASSWORD.
           02  UP-FAIL-COUNT PIC 9(2).
           02  UP-STATUS PIC X(1).
               88  UP-ACTIVE VALUE "A".
               88  UP-LOCKED VALUE "L".
           02  UP-LAST-SIGNON PIC 9(8).
      *----FUNCTIONS THE OPERATOR MAY USE - A PROGRAM NAME, OR A
      *----MENU OPTION SUCH AS CSRMENU3. *ALL GRANTS EVERY FUNCTION.
           02  UP-FUNCTION PIC X(10) OCCURS 12 TIMES.
