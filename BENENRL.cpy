      *----BENEFITS ENROLLMENT, ONE RECORD PER EMPLOYEE PER PLAN,
      *----KEYED BY SSN PLUS PLAN CODE. BENOPEN ENROLLS, CHANGES AND
      *----ENDS COVERAGE FROM THE BENRATE PLAN TABLE AND PRICES THE
      *----MATCHING DEDMAST DEDUCTION (BE-DED-CODE) FROM IT. THE TIER
      *----IS EE EMPLOYEE ONLY, ES EMPLOYEE AND SPOUSE, EC EMPLOYEE
      *----AND CHILDREN, FA FAMILY. BE-END-DATE IS THE LAST DAY OF
      *----COVERAGE, ZERO WHILE IT RUNS. BE-SEND-FLAG HOLDS THE
      *----CHANGE NOT YET SENT TO THE CARRIER - A ADD, C CHANGE, T
      *----TERMINATION - AND BENELIG CLEARS IT ON THE WEEKLY
      *----ELIGIBILITY EXTRACT. DEPENDENT RELATIONSHIP IS S SPOUSE OR
      *----C CHILD.
       01  BenEnrlRec.
           02  BE-KEY.
               03  BE-SSN PIC 9(9).
               03  BE-PLAN PIC X(6).
           02  BE-CARRIER PIC X(6).
           02  BE-DED-CODE PIC X(3).
           02  BE-TIER PIC X(2).
               88  BE-EMP-ONLY VALUE "EE".
               88  BE-EMP-SPOUSE VALUE "ES".
               88  BE-EMP-CHILDREN VALUE "EC".
               88  BE-FAMILY VALUE "FA".
           02  BE-EFF-DATE PIC 9(8).
           02  BE-CHG-DATE PIC 9(8).
           02  BE-END-DATE PIC 9(8).
           02  BE-DEP-COUNT PIC 9(1).
           02  BE-DEPENDENTS.
               03  BE-DEPENDENT OCCURS 6 TIMES.
                   04  BE-DEP-NAME PIC X(14).
                   04  BE-DEP-REL PIC X(1).
                   04  BE-DEP-BIRTH PIC 9(8).
           02  BE-SEND-FLAG PIC X(1).
               88  BE-SEND-ADD VALUE "A".
               88  BE-SEND-CHANGE VALUE "C".
               88  BE-SEND-TERM VALUE "T".
               88  BE-NOTHING-TO-SEND VALUE SPACE.
           02  BE-LAST-SENT PIC 9(8).
