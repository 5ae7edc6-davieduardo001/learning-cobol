      *----SHARED JOB BUDGET RECORD, ONE ROW PER JOB. THE CATEGORY
      *----AMOUNTS ARE THE REVISED BUDGET EVERY REPORT WORKS FROM;
      *----CHGORDER KEEPS THE ORIGINAL BUDGET BESIDE THEM ONCE THE
      *----FIRST APPROVED CHANGE ORDER MOVES IT.
       01  JobBudgRec.
           05  JB-JOB-ID PIC X(6).
           05  JB-LABOR PIC 9(5)V99.
           05  JB-MATERIAL PIC 9(5)V99.
           05  JB-OVERHEAD PIC 9(5)V99.
           05  JB-CO-COUNT PIC 9(3).
           05  JB-ORIG-LABOR PIC 9(5)V99.
           05  JB-ORIG-MATERIAL PIC 9(5)V99.
           05  JB-ORIG-OVERHEAD PIC 9(5)V99.
