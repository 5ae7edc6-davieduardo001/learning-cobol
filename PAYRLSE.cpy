      *----PAYROLL RELEASE CONTROL, ONE RECORD, REWRITTEN BY EVERY
      *----PAYVAR VARIANCE REVIEW. R RELEASES THE PERIOD'S PAYMENTS -
      *----NOTHING WAS FLAGGED, OR THE FLAGS WERE SIGNED OFF BY THE
      *----OPERATOR IN RL-APPROVER. H HOLDS THEM UNTIL A REVIEW IS
      *----SIGNED OFF. CHECKWRT (THE TIMECARD CHECKS) AND DDEPEXT WILL
      *----NOT PAY THE REGULAR PAYROLL UNDER A HOLD, OR UNDER ANOTHER
      *----COMPANY'S RELEASE. NO FILE AT ALL LEAVES THEM UNGATED.
       01  PayRlseRec.
           05  RL-PERIOD-END PIC 9(8).
           05  RL-COMPANY PIC X(2).
           05  RL-STATUS PIC X(1).
               88  RL-RELEASED VALUE "R".
               88  RL-HELD VALUE "H".
           05  RL-FLAG-COUNT PIC 9(5).
           05  RL-APPROVER PIC X(8).
           05  RL-REVIEW-DATE PIC 9(8).
