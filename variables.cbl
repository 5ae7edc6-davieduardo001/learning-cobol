           select STATBRKT-IN assign to STATBRKT
               organization is line sequential
               file status is ST-TAX-STATUS.
           select UNEMPTAB-IN assign to UNEMPTAB
               organization is line sequential
               file status is UI-TAB-STATUS.
           select UNEMPWG assign to UNEMPWG
               organization is indexed
               access mode is dynamic
               record key is UW-KEY
               file status is UNEMP-STATUS.
           select WCRATES-IN assign to WCRATES
               organization is line sequential
               file status is WC-STATUS.
           select HISTWK-IO assign to PAYHISWK
               organization is line sequential
               file status is HISTWK-STATUS.
           select RATEHIST assign to RATEHIST
               organization is indexed
               access mode is dynamic
               record key is RH-KEY
               file status is RATE-STATUS.
           select ARREARS-IO assign to DEDARRS
               organization is line sequential
               file status is ARR-STATUS.
      *****BACKOUT AND CLEAR MUST NEVER TOUCH ANOTHER COMPANY'S
      *****PENDING RECORDS
           05  CK-COMPANY  pic x(2).
      *****UNEMPLOYMENT WAGES THE CARD POSTED TO UNEMPWG - THE FUTA
      *****FLAG AND SUTA STATE ARE BLANK WHEN NOTHING WAS POSTED
           05  CK-FUTA-POSTED pic x(1).
           05  CK-UI-STATE pic x(2).
           05  CK-FUTA-WAGES pic 9(5)v99.
           05  CK-SUTA-WAGES pic 9(5)v99.

      *****WORK FILE FOR THE SELECTIVE CHECKPOINT CLEAR
       FD  CKPTWK-IO.
       01  CKPTWK-REC      pic x(71).

       FD  PAYHIST-OUT.
           COPY "PAYHIST.cpy".
      *****WORK FILE FOR THE RESTART PURGE OF THE ABENDED RUN'S
      *****PAY HISTORY APPENDS
       FD  HISTWK-IO.
       01  HISTWK-REC      pic x(203).

      *****PAY RATE HISTORY - EACH EMPLOYEE IS PAID AT THE RATE IN
      *****EFFECT ON THE PERIOD END, NOT WHATEVER EMPMAST HOLDS TODAY
       FD  RATEHIST.
           COPY "RATEHIST.cpy".

      *****DEDUCTION ARREARS - WHAT A SHORT PAYCHECK COULD NOT COVER
      *****IS OWED HERE BY SSN AND DEDUCTION CODE, AND COLLECTED OUT
           05  TB-UPPER    pic 9(6)v99.
           05  TB-RATE     pic 9v999.
           05  TB-FLAT     pic 9(6)v99.
      *****W-4 FILING STATUS THE ROW BELONGS TO - S, M OR H. A BLANK
      *****IS THE SINGLE SET, SO A TABLE FROM BEFORE THE COLUMN STILL
      *****LOADS AS THE SINGLE RATES
           05  TB-FILING-STATUS pic x(1).

      *****STATE WITHHOLDING BRACKETS KEYED BY STATE CODE - SAME
      *****GRADUATED SHAPE AS THE FEDERAL TABLE, ONE SET OF ROWS
           05  SB-RATE     pic 9v999.
           05  SB-FLAT     pic 9(6)v99.

      *****UNEMPLOYMENT RATE AND WAGE BASE TABLE - ONE ROW PER STATE,
      *****STATE US BEING THE FEDERAL FUTA ROW. A ROW CARRYING A
      *****COMPANY IS THAT EMPLOYER'S OWN EXPERIENCE RATE AND WINS
      *****OVER THE STATE'S BLANK-COMPANY ROW. SWAPPED AS A FILE
      *****LIKE TAXBRKT
       FD  UNEMPTAB-IN.
       01  UNEMPTAB-REC.
           05  UT-STATE    pic x(2).
           05  UT-COMPANY  pic x(2).
           05  UT-WAGE-BASE pic 9(6)v99.
           05  UT-RATE     pic 9v9999.

      *****TAXABLE AND EXCESS UNEMPLOYMENT WAGES BY SSN AND STATE
       FD  UNEMPWG.
           COPY "UNEMPWG.cpy".

       working-storage section.

      *****VARIABLES
       77  EMP-STATUS  pic x(2) value spaces.
       77  EMP-EOF-SW  pic x(1) value "N".
           88  NO-MORE-EMPLOYEES value "Y".
       77  RATE-STATUS pic x(2) value spaces.
       77  RATEHIST-SW pic x(1) value "N".
           88  RATEHIST-OPEN value "Y".
       77  RATE-HIST-EOF-SW pic x(1) value "N".
           88  NO-MORE-RATE-HIST value "Y".
       77  EMP-COUNT   pic 9(4) value 0 comp.
       77  RATE-FOUND-SW pic x(1) value "N".
           88  RATE-ON-MASTER value "Y".
       77  MASTER-SSN  pic 9(9) value 0.
       77  MASTER-STATE pic x(2) value spaces.
       77  MASTER-COMPANY pic x(2) value spaces.
       77  MASTER-FILING pic x(1) value "S".
       77  MASTER-DEP-CREDIT pic 9(5)v99 value 0.
       77  MASTER-EXTRA-WH pic 9(4)v99 value 0.
       77  PAYCO-STATUS pic x(2) value spaces.
       77  PAYCO-EOF-SW pic x(1) value "N".
           88  NO-COMPANY-CARD value "Y".
       77  BRKT-COUNT  pic 9(2) value 0 comp.
       77  BRKT-FOUND-SW pic x(1) value "N".
           88  BRACKET-FOUND value "Y".
       77  BRKT-HOLD-IX pic 9(2) value 0 comp.
       77  BRKT-FILING pic x(1) value "S".
       77  PREV-FILING pic x(1) value space.
       77  SINGLE-SET-SW pic x(1) value "N".
           88  SINGLE-SET-LOADED value "Y".
       77  PERIODS-PER-YEAR pic 9(3) value 0 comp.
       77  OPEN-YEAR   pic 9(4) value 0.
       77  ROW-YEAR    pic 9(4) value 0.
       77  PERIOD-CREDIT pic 9(5)v99 value 0.
       77  WH-ROOM     pic 9(5)v99 value 0.
      *****FEDERAL WITHHOLDING BRACKETS, LOADED FROM TAXBRKT AT
      *****STARTUP SO THE JANUARY RATE CHANGES ARE A FILE SWAP AND
      *****NOT A RECOMPILE. ONE SET OF ROWS PER W-4 FILING STATUS,
      *****EACH SET IN ASCENDING ORDER FROM A ZERO FLOOR
       01  BRKT-TABLE.
           05  BRKT-ENTRY occurs 30 times indexed by BIDX.
               10  BRKT-FILING-T pic x(1).
               10  BRKT-LOWER  pic 9(6)v99.
               10  BRKT-UPPER  pic 9(6)v99.
               10  BRKT-RATE   pic 9v999.
               10  EMP-STATE-T pic x(2).
               10  EMP-CLASS-T pic x(4).
               10  EMP-COMPANY-T pic x(2).
               10  EMP-NAME-T  pic x(15).
               10  EMP-PAY-TYPE-T pic x(1).
               10  EMP-SALARY-T pic 9(5)v99.
               10  EMP-HIRE-T  pic 9(8).
               10  EMP-TERM-T  pic 9(8).
               10  EMP-FILING-T pic x(1).
               10  EMP-DEPCR-T pic 9(5)v99.
               10  EMP-EXTRA-T pic 9(4)v99.
      *****SALARY PASS - AFTER THE LAST CARD EVERY SALARIED EMPLOYEE
      *****OF THE COMPANY IS PAID THE PERIOD SALARY, PRORATED ON THE
      *****30/360 DAY COUNT WHEN HIRED OR TERMINATED MID-PERIOD
       77  SALARY-PASS-SW pic x(1) value "N".
           88  SALARY-PASS value "Y".
       77  MASTER-PAY-TYPE pic x(1) value space.
           88  MASTER-SALARIED value "S".
       77  SALARY-COUNT pic 9(5) value 0 comp.
       77  SALARY-DAYS pic s9(5) value 0.
       77  PERIOD-DAYS pic s9(5) value 0.
       01  SAL-FROM-DATE pic 9(8) value 0.
       01  SAL-FROM-PARTS redefines SAL-FROM-DATE.
           05  SAL-FROM-YEAR pic 9(4).
           05  SAL-FROM-MONTH pic 9(2).
           05  SAL-FROM-DAY pic 9(2).
       01  SAL-TO-DATE pic 9(8) value 0.
       01  SAL-TO-PARTS redefines SAL-TO-DATE.
           05  SAL-TO-YEAR pic 9(4).
           05  SAL-TO-MONTH pic 9(2).
           05  SAL-TO-DAY  pic 9(2).
       77  GROSS-PAY   pic 9(5)v99.
       77  REG-HOURS   pic 9(3).
       77  OT-HOURS    pic 9(3).
               10  ST-BRKT-UPPER pic 9(6)v99.
               10  ST-BRKT-RATE  pic 9v999.
               10  ST-BRKT-FLAT  pic 9(6)v99.
       77  UI-TAB-STATUS pic x(2) value spaces.
       77  UI-TAB-EOF-SW pic x(1) value "N".
           88  NO-MORE-UI-RATES value "Y".
       77  UNEMP-STATUS pic x(2) value spaces.
       77  UI-RATE-COUNT pic 9(2) value 0 comp.
       77  UI-HOLD-IX  pic 9(2) value 0 comp.
       77  UI-LOOK-STATE pic x(2) value spaces.
       77  UI-ROOM     pic s9(7)v99 value 0.
       77  UI-POST-WAGES pic 9(5)v99 value 0.
       77  UW-ON-FILE-SW pic x(1) value "N".
           88  UW-REC-ON-FILE value "Y".
       77  PAY-YEAR    pic 9(4) value 0.
       77  FUTA-WAGES  pic 9(5)v99 value 0.
       77  SUTA-WAGES  pic 9(5)v99 value 0.
       77  FUTA-POSTED-SW pic x(1) value space.
           88  FUTA-POSTED value "Y".
       77  SUTA-STATE  pic x(2) value spaces.
      *****UNEMPLOYMENT BASES AND RATES, FEDERAL ROW AND STATE ROWS
      *****TOGETHER
       01  UI-RATE-TABLE.
           05  UI-RATE-ENTRY occurs 60 times indexed by UIIDX.
               10  UI-STATE-T   pic x(2).
               10  UI-COMPANY-T pic x(2).
               10  UI-BASE-T    pic 9(6)v99.
               10  UI-RATE-T    pic 9v9999.
       77  WC-STATUS   pic x(2) value spaces.
       77  WC-EOF-SW   pic x(1) value "N".
           88  NO-MORE-WC-RATES value "Y".
               goback
           end-if
           perform loadStateTaxTable
           perform loadUnempTable
           perform loadWcRates
           perform loadLocJobMap
           open output LABOR-OUT
           open output PAYOUT
           open output EXCEPT-RPT
           perform openYtdMaster
           perform openUnempMaster
      *****AN ABENDED RUN LEAVES ITS COMMITTED YTD UPDATES ON THE
      *****PAYCKPT JOURNAL WITH THE PERIOD STILL OPEN - BACK THEM
      *****OUT FIRST SO THE RERUN NEVER DOUBLES YT-GROSS AND THE
           if not FIRST-TIMESHEET
               perform writeDeptTotal
           end-if
           perform paySalaries
           move GRAND-TOTAL-PAY to GRAND-TOTAL-EDIT
      *****WITH A COMPANY SELECTED THE RUN'S TOTAL IS THAT
      *****COMPANY'S TOTAL, PRINTED ABOVE THE GRAND TOTAL LINE
           perform writeWcReport
           close PAYHIST-OUT
           close YTDMAST
           close UNEMPWG
           close TIMESHEET-IN
           close PAYOUT
           close EXCEPT-RPT
                   add 1 to EXCEPT-COUNT
                   perform readTimesheet
               ELSE
                   IF RATE-ON-MASTER AND MASTER-SALARIED
                       PERFORM salariedCard
                   ELSE
                       PERFORM payOneEmployee
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****A SALARIED EMPLOYEE'S CARD PAYS NOTHING - THE SALARY PASS
      *****PAYS THE PERIOD. A VACATION OR SICK CARD STILL DRAWS THE
      *****LEAVE BALANCE DOWN, AND ANY CARD EARNS THE ACCRUAL
       salariedCard.
           PERFORM applyLeaveActivity
           perform readTimesheet.

       payOneEmployee.
           IF RATE-ON-MASTER
               IF RATE NOT = MASTER-RATE
               MOVE MASTER-RATE TO RATE
           END-IF

           IF SALARY-PASS
               MOVE 0 TO HOL-HOURS
               MOVE 0 TO REG-HOURS
               MOVE 0 TO OT-HOURS
           ELSE
      *****CALCULATING USING COMPUTE RESERVED WORD
      *****HOURS OVER 40 ARE PAID AT TIME-AND-A-HALF, AND A CARD
      *****WHOSE WORK DATE LANDS ON A COMPANY HOLIDAY PAYS THE
                   compute GROSS-PAY ROUNDED = HOURS * RATE
               END-IF
           END-IF
           END-IF

      *****NET PAY - FICA AND FEDERAL WITHHOLDING COME OUT OF GROSS.
      *****FICA ONLY COMES OUT OF THE PART OF GROSS STILL UNDER THE
           COMPUTE FICA-AMT ROUNDED = FICA-TAXABLE * 0.0765
           PERFORM computeFedWithholding
           PERFORM computeStateWithholding
           PERFORM computeUnempWages
           COMPUTE NET-PAY ROUNDED =
               GROSS-PAY - FICA-AMT - FED-WH-AMT - ST-WH-AMT
           PERFORM applyDeductions
           perform computeEmployerMatch
           perform writePayHistory

           if not SALARY-PASS
               perform readTimesheet
           end-if.

      *****THE SALARIED EMPLOYEES OF THE COMPANY BEING PAID, ALL
      *****UNDER ONE SALARIED DEPARTMENT TOTAL ON VARPAY
       paySalaries.
           move "Y" to SALARY-PASS-SW
           move "SALARIED" to WHERE
           move "SALARIED" to PREV-WHERE
           move 0 to DEPT-TOTAL-PAY
           if EMP-COUNT > 0
               perform salaryOneEmployee
                   varying EIDX from 1 by 1
                   until EIDX > EMP-COUNT
           end-if
           if SALARY-COUNT > 0
               perform writeDeptTotal
           end-if
           move "N" to SALARY-PASS-SW
           display "PAYROLL: SALARIED EMPLOYEES PAID - " SALARY-COUNT.

      *****ACTIVE STAFF ARE PAID, AND A TERMINATION IN THE PERIOD
      *****PAYS THE DAYS UP TO THE TERM DATE. LEAVE OF ABSENCE
      *****STATUS DRAWS NO SALARY
       salaryOneEmployee.
           if EMP-PAY-TYPE-T(EIDX) = "S"
               and EMP-COMPANY-T(EIDX) = PAY-COMPANY
               and (EMP-STATUS-T(EIDX) = "A"
                   or (EMP-STATUS-T(EIDX) = "T"
                       and EMP-TERM-T(EIDX) >= PERIOD-START))
               move "Y" to RATE-FOUND-SW
               move EMP-RATE-T(EIDX) to MASTER-RATE
               move EMP-STATUS-T(EIDX) to MASTER-STATUS
               move EMP-SSN-T(EIDX) to MASTER-SSN
               move EMP-STATE-T(EIDX) to MASTER-STATE
               move EMP-CLASS-T(EIDX) to MASTER-CLASS
               move EMP-COMPANY-T(EIDX) to MASTER-COMPANY
               move EMP-PAY-TYPE-T(EIDX) to MASTER-PAY-TYPE
               move EMP-FILING-T(EIDX) to MASTER-FILING
               move EMP-DEPCR-T(EIDX) to MASTER-DEP-CREDIT
               move EMP-EXTRA-T(EIDX) to MASTER-EXTRA-WH
               perform prorateSalary
               if GROSS-PAY > 0
                   move EMP-NAME-T(EIDX) to WHO
                   move EMP-ID-T(EIDX) to EMP-ID
                   move "PERIOD SALARY" to WHY
                   move MASTER-RATE to RATE
                   move 0 to HOURS
                   move PERIOD-END to WORK-DATE
                   move space to LEAVE-KIND
                   perform payOneEmployee
                   add 1 to SALARY-COUNT
               end-if
           end-if.

       prorateSalary.
           move PERIOD-START to SAL-FROM-DATE
           if EMP-HIRE-T(EIDX) > SAL-FROM-DATE
               move EMP-HIRE-T(EIDX) to SAL-FROM-DATE
           end-if
           move PERIOD-END to SAL-TO-DATE
           if EMP-STATUS-T(EIDX) = "T"
               and EMP-TERM-T(EIDX) < SAL-TO-DATE
               move EMP-TERM-T(EIDX) to SAL-TO-DATE
           end-if
           if SAL-FROM-DATE > SAL-TO-DATE
               move 0 to GROSS-PAY
           else
               if SAL-FROM-DATE = PERIOD-START
                   and SAL-TO-DATE = PERIOD-END
                   move EMP-SALARY-T(EIDX) to GROSS-PAY
               else
                   compute SALARY-DAYS =
                       ((SAL-TO-YEAR - SAL-FROM-YEAR) * 360)
                       + ((SAL-TO-MONTH - SAL-FROM-MONTH) * 30)
                       + (SAL-TO-DAY - SAL-FROM-DAY) + 1
                   move PERIOD-START to SAL-FROM-DATE
                   move PERIOD-END to SAL-TO-DATE
                   compute PERIOD-DAYS =
                       ((SAL-TO-YEAR - SAL-FROM-YEAR) * 360)
                       + ((SAL-TO-MONTH - SAL-FROM-MONTH) * 30)
                       + (SAL-TO-DAY - SAL-FROM-DAY) + 1
                   if PERIOD-DAYS < 1 or SALARY-DAYS >= PERIOD-DAYS
                       move EMP-SALARY-T(EIDX) to GROSS-PAY
                   else
                       if SALARY-DAYS < 1
                           move 0 to GROSS-PAY
                       else
                           compute GROSS-PAY rounded =
                               EMP-SALARY-T(EIDX) * SALARY-DAYS
                                   / PERIOD-DAYS
                       end-if
                   end-if
               end-if
           end-if.

      *****ONE PERMANENT HISTORY RECORD PER PAID CARD - THE FULL
      *****STUB CONTENT INCLUDING EVERY APPLIED DEDUCTION
           move FED-WH-AMT to PH-FEDWH
           move ST-WH-AMT to PH-STWH
           move NET-PAY to PH-NET
           move SUTA-STATE to PH-UI-STATE
           move FUTA-WAGES to PH-FUTA-WAGES
           move SUTA-WAGES to PH-SUTA-WAGES
           move DED-APPLIED-CNT to PH-DED-CNT
           perform moveOneHistDed
               varying HIST-DED-IX from 1 by 1
               until HIST-DED-IX > 10
      *****THE RATE PAID, SO PAYRETRO CAN TELL WHAT A LATER
      *****BACK-DATED RAISE STILL OWES - A SALARIED ROW CARRIES THE
      *****FULL PERIOD SALARY IT WAS PRORATED FROM
           if SALARY-PASS
               move EMP-SALARY-T(EIDX) to PH-PAY-RATE
           else
               move RATE to PH-PAY-RATE
           end-if
           write PAYHIST-REC.

       moveOneHistDed.
                   EMP-STATUS
               move "Y" to EMP-EOF-SW
           else
               open input RATEHIST
               if RATE-STATUS = "00"
                   move "Y" to RATEHIST-SW
               end-if
               move zeroes to ER-SSnum
               start EMPMAST key is not less than ER-SSnum
                   invalid key move "Y" to EMP-EOF-SW
               perform loadOneEmployee
                   until NO-MORE-EMPLOYEES or EMP-COUNT >= 500
               close EMPMAST
               if RATEHIST-OPEN
                   close RATEHIST
               end-if
           end-if.

       loadOneEmployee.
               move ER-WORK-STATE to EMP-STATE-T(EIDX)
               move ER-COMP-CLASS to EMP-CLASS-T(EIDX)
               move ER-COMPANY to EMP-COMPANY-T(EIDX)
               move ER-NAME to EMP-NAME-T(EIDX)
               move ER-PAY-TYPE to EMP-PAY-TYPE-T(EIDX)
               move ER-PERIOD-SALARY to EMP-SALARY-T(EIDX)
               move ER-HIRE-DATE to EMP-HIRE-T(EIDX)
               move ER-TERM-DATE to EMP-TERM-T(EIDX)
               move ER-FILING-STATUS to EMP-FILING-T(EIDX)
               move ER-DEP-CREDIT to EMP-DEPCR-T(EIDX)
               move ER-EXTRA-WH to EMP-EXTRA-T(EIDX)
               if EMP-DEPCR-T(EIDX) is not numeric
                   move 0 to EMP-DEPCR-T(EIDX)
               end-if
               if EMP-EXTRA-T(EIDX) is not numeric
                   move 0 to EMP-EXTRA-T(EIDX)
               end-if
               if RATEHIST-OPEN
                   perform findPeriodRate
               end-if
           end-if.

      *****THE LATEST HISTORY ROW EFFECTIVE ON OR BEFORE THE PERIOD
      *****END REPLACES THE MASTER RATE AND SALARY - NO ROW THAT EARLY
      *****LEAVES THE MASTER FIGURES IN PLACE
       findPeriodRate.
           move "N" to RATE-HIST-EOF-SW
           move EMP-SSN-T(EIDX) to RH-SSN
           move 0 to RH-EFF-DATE
           start RATEHIST key is not less than RH-KEY
               invalid key move "Y" to RATE-HIST-EOF-SW
           end-start
           perform readOneRateHist
               until NO-MORE-RATE-HIST.

       readOneRateHist.
           read RATEHIST next record
               at end move "Y" to RATE-HIST-EOF-SW
           end-read
           if not NO-MORE-RATE-HIST
               if RH-SSN not = EMP-SSN-T(EIDX)
                   or RH-EFF-DATE > PERIOD-END
                   move "Y" to RATE-HIST-EOF-SW
               else
                   move RH-PAY-RATE to EMP-RATE-T(EIDX)
                   move RH-PERIOD-SALARY to EMP-SALARY-T(EIDX)
               end-if
           end-if.

       lookupMasterRate.
           move "N" to RATE-FOUND-SW
           move "S" to MASTER-FILING
           move 0 to MASTER-DEP-CREDIT
           move 0 to MASTER-EXTRA-WH
           if EMP-COUNT > 0
               perform matchOneEmployee
                   varying EIDX from 1 by 1
               move EMP-STATE-T(EIDX) to MASTER-STATE
               move EMP-CLASS-T(EIDX) to MASTER-CLASS
               move EMP-COMPANY-T(EIDX) to MASTER-COMPANY
               move EMP-PAY-TYPE-T(EIDX) to MASTER-PAY-TYPE
               move EMP-FILING-T(EIDX) to MASTER-FILING
               move EMP-DEPCR-T(EIDX) to MASTER-DEP-CREDIT
               move EMP-EXTRA-T(EIDX) to MASTER-EXTRA-WH
           end-if.

       getPayPeriod.
               set PIDX to OPEN-PERIOD-IX
               move PER-START-T(PIDX) to PERIOD-START
               move PER-END-T(PIDX) to PERIOD-END
               perform countYearPeriods
           end-if.

      *****PAY PERIODS IN THE OPEN PERIOD'S CALENDAR YEAR FOR THE
      *****COMPANY - THE ANNUAL W-4 DEPENDENT CREDIT IS SPREAD OVER
      *****THEM. A CALENDAR WITHOUT THE YEAR'S ROWS FALLS BACK TO
      *****BIWEEKLY
       countYearPeriods.
           divide PERIOD-END by 10000 giving OPEN-YEAR
           move 0 to PERIODS-PER-YEAR
           perform countOneYearPeriod
               varying PIDX from 1 by 1
               until PIDX > PERIOD-COUNT
           if PERIODS-PER-YEAR = 0
               move 26 to PERIODS-PER-YEAR
           end-if.

       countOneYearPeriod.
           divide PER-END-T(PIDX) by 10000 giving ROW-YEAR
           if PER-COMPANY-T(PIDX) = PAY-COMPANY
               and ROW-YEAR = OPEN-YEAR
               add 1 to PERIODS-PER-YEAR
           end-if.

      *****ONLY THE SELECTED COMPANY'S CALENDAR ROWS COUNT - A BLANK
           if TAX-STATUS not = "00"
               move "Y" to TAX-TABLE-BAD-SW
           else
               move space to PREV-FILING
               move "N" to SINGLE-SET-SW
               perform loadOneBracket
                   until NO-MORE-BRACKETS or TAX-TABLE-BAD
                       or BRKT-COUNT >= 30
               close TAXBRKT-IN
      *****THE SINGLE SET IS EVERYONE'S FALLBACK, SO THE TABLE IS NO
      *****GOOD WITHOUT IT
               if BRKT-COUNT = 0 or not SINGLE-SET-LOADED
                   move "Y" to TAX-TABLE-BAD-SW
               end-if
           end-if.

                       or TB-UPPER < TB-LOWER
                   move "Y" to TAX-TABLE-BAD-SW
               else
                   if TB-FILING-STATUS = space
                       move "S" to TB-FILING-STATUS
                   end-if
                   if TB-FILING-STATUS not = "S"
                       and TB-FILING-STATUS not = "M"
                       and TB-FILING-STATUS not = "H"
                       move "Y" to TAX-TABLE-BAD-SW
                   end-if
      *****EACH FILING STATUS SET MUST COVER GROSS FROM ZERO UP - A
      *****GAP BELOW ITS FIRST BRACKET WOULD DRIVE THE WITHHOLDING
      *****COMPUTE NEGATIVE INTO AN UNSIGNED FIELD
                   if TB-FILING-STATUS not = PREV-FILING
                       and TB-LOWER not = 0
                       move "Y" to TAX-TABLE-BAD-SW
                   end-if
                   if TB-FILING-STATUS = "S"
                       move "Y" to SINGLE-SET-SW
                   end-if
                   move TB-FILING-STATUS to PREV-FILING
               end-if
               if not TAX-TABLE-BAD
                   add 1 to BRKT-COUNT
                   set BIDX to BRKT-COUNT
                   move TB-FILING-STATUS to BRKT-FILING-T(BIDX)
                   move TB-LOWER to BRKT-LOWER(BIDX)
                   move TB-UPPER to BRKT-UPPER(BIDX)
                   move TB-RATE to BRKT-RATE(BIDX)
      *****GRADUATED WITHHOLDING - FLAT AMOUNT FOR THE BRACKET PLUS
      *****THE BRACKET RATE ON THE PART OF GROSS ABOVE ITS FLOOR.
      *****GROSS ABOVE THE TOP BRACKET USES THE TOP BRACKET.
      *****THE BRACKETS ARE THE EMPLOYEE'S W-4 FILING STATUS SET,
      *****OR THE SINGLE SET WHEN THE TABLE CARRIES NONE FOR IT. THE
      *****DEPENDENT CREDIT COMES OFF PRO RATA PER PERIOD, NEVER
      *****BELOW ZERO, AND THE EXTRA WITHHOLDING GOES ON TOP AS FAR
      *****AS THE PAY AFTER FICA COVERS IT
       computeFedWithholding.
           move MASTER-FILING to BRKT-FILING
           if BRKT-FILING not = "M" and BRKT-FILING not = "H"
               move "S" to BRKT-FILING
           end-if
           perform findFilingBracket
           if BRKT-HOLD-IX = 0
               move "S" to BRKT-FILING
               perform findFilingBracket
           end-if
           set BIDX to BRKT-HOLD-IX
      *****BELT AND BRACES - NEVER LET A GROSS BELOW THE CHOSEN
      *****BRACKET'S FLOOR DRIVE THE RESULT NEGATIVE
           if GROSS-PAY < BRKT-LOWER(BIDX)
               compute FED-WH-AMT rounded = BRKT-FLAT(BIDX)
                   + ((GROSS-PAY - BRKT-LOWER(BIDX))
                       * BRKT-RATE(BIDX))
           end-if
           if MASTER-DEP-CREDIT > 0
               compute PERIOD-CREDIT rounded =
                   MASTER-DEP-CREDIT / PERIODS-PER-YEAR
               if PERIOD-CREDIT >= FED-WH-AMT
                   move 0 to FED-WH-AMT
               else
                   subtract PERIOD-CREDIT from FED-WH-AMT
               end-if
           end-if
           if MASTER-EXTRA-WH > 0
               move 0 to WH-ROOM
               if GROSS-PAY > FICA-AMT + FED-WH-AMT
                   compute WH-ROOM = GROSS-PAY - FICA-AMT - FED-WH-AMT
               end-if
               if MASTER-EXTRA-WH > WH-ROOM
                   add WH-ROOM to FED-WH-AMT
               else
                   add MASTER-EXTRA-WH to FED-WH-AMT
               end-if
           end-if.

       findFilingBracket.
           move "N" to BRKT-FOUND-SW
           move 0 to BRKT-HOLD-IX
           perform matchOneBracket
               varying BIDX from 1 by 1
               until BIDX > BRKT-COUNT or BRACKET-FOUND.

      *****THE LAST ROW SEEN FOR THE FILING STATUS IS ITS TOP
      *****BRACKET, SO GROSS ABOVE EVERY ROW STILL WITHHOLDS AT THE
      *****TOP RATE
       matchOneBracket.
           if BRKT-FILING-T(BIDX) = BRKT-FILING
               set BRKT-HOLD-IX to BIDX
               if GROSS-PAY >= BRKT-LOWER(BIDX)
                       and GROSS-PAY <= BRKT-UPPER(BIDX)
                   move "Y" to BRKT-FOUND-SW
               end-if
           end-if.

       loadLocJobMap.
           if not RATE-ON-MASTER or MASTER-CLASS = spaces
               continue
           else
               if SALARY-PASS
                   move GROSS-PAY to WC-BASIS
               else
                   compute WC-BASIS rounded = HOURS * RATE
               end-if
               perform findWcAccumRow
               if WC-HOLD-IX > 0
                   set WAIDX to WC-HOLD-IX
               end-if
           end-if.

       loadUnempTable.
           open input UNEMPTAB-IN
           if UI-TAB-STATUS not = "00"
               display "PAYROLL: NO UNEMPLOYMENT RATE TABLE - FUTA "
                   "AND SUTA WAGES NOT TRACKED THIS RUN"
           else
               perform loadOneUnempRate
                   until NO-MORE-UI-RATES or UI-RATE-COUNT >= 60
               close UNEMPTAB-IN
           end-if.

       loadOneUnempRate.
           read UNEMPTAB-IN
               at end move "Y" to UI-TAB-EOF-SW
           end-read
           if not NO-MORE-UI-RATES
               add 1 to UI-RATE-COUNT
               set UIIDX to UI-RATE-COUNT
               move UT-STATE to UI-STATE-T(UIIDX)
               move UT-COMPANY to UI-COMPANY-T(UIIDX)
               move UT-WAGE-BASE to UI-BASE-T(UIIDX)
               move UT-RATE to UI-RATE-T(UIIDX)
           end-if.

      *****SPLITS THIS PAY'S GROSS INTO THE PART STILL UNDER THE
      *****FUTA WAGE BASE AND THE PART UNDER THE WORK STATE'S SUTA
      *****BASE, GIVEN WHAT UNEMPWG ALREADY HOLDS FOR THE YEAR. THE
      *****POSTING ITSELF WAITS FOR updateYtdRecord SO IT IS JOURNALED
      *****WITH THE YTD UPDATE
       computeUnempWages.
           move 0 to FUTA-WAGES SUTA-WAGES
           move space to FUTA-POSTED-SW
           move spaces to SUTA-STATE
           if UI-RATE-COUNT = 0 or not RATE-ON-MASTER
               continue
           else
               compute PAY-YEAR = PERIOD-END / 10000
               move "US" to UI-LOOK-STATE
               perform findUnempRate
               if UI-HOLD-IX > 0
                   perform sizeUnempWages
                   move UI-POST-WAGES to FUTA-WAGES
                   move "Y" to FUTA-POSTED-SW
               end-if
               if MASTER-STATE not = spaces
                   move MASTER-STATE to UI-LOOK-STATE
                   perform findUnempRate
                   if UI-HOLD-IX > 0
                       perform sizeUnempWages
                       move UI-POST-WAGES to SUTA-WAGES
                       move MASTER-STATE to SUTA-STATE
                   end-if
               end-if
           end-if.

      *****THE PAYING COMPANY'S OWN ROW FOR THE STATE WINS OVER THE
      *****STATE'S BLANK-COMPANY ROW
       findUnempRate.
           move 0 to UI-HOLD-IX
           perform matchOneUnempRate
               varying UIIDX from 1 by 1
               until UIIDX > UI-RATE-COUNT.

       matchOneUnempRate.
           if UI-STATE-T(UIIDX) = UI-LOOK-STATE
               if UI-COMPANY-T(UIIDX) = PAY-COMPANY
                   and PAY-COMPANY not = spaces
                   set UI-HOLD-IX to UIIDX
               else
                   if UI-COMPANY-T(UIIDX) = spaces
                       and UI-HOLD-IX = 0
                       set UI-HOLD-IX to UIIDX
                   end-if
               end-if
           end-if.

       sizeUnempWages.
           perform readUnempRow
           set UIIDX to UI-HOLD-IX
           compute UI-ROOM = UI-BASE-T(UIIDX) - UW-TAXABLE
           if UI-ROOM < 0
               move 0 to UI-ROOM
           end-if
           if GROSS-PAY < UI-ROOM
               move GROSS-PAY to UI-POST-WAGES
           else
               move UI-ROOM to UI-POST-WAGES
           end-if.

      *****A ROW LEFT FROM AN EARLIER YEAR STARTS AGAIN FROM ZERO
       readUnempRow.
           move "N" to UW-ON-FILE-SW
           move MASTER-SSN to UW-SSN
           move UI-LOOK-STATE to UW-STATE
           read UNEMPWG
               invalid key
                   continue
           end-read
           if UNEMP-STATUS = "00"
               move "Y" to UW-ON-FILE-SW
               if UW-YEAR not = PAY-YEAR
                   move PAY-YEAR to UW-YEAR
                   move 0 to UW-GROSS UW-TAXABLE UW-EXCESS
               end-if
           else
               move MASTER-SSN to UW-SSN
               move UI-LOOK-STATE to UW-STATE
               move PAY-YEAR to UW-YEAR
               move 0 to UW-GROSS UW-TAXABLE UW-EXCESS
           end-if.

       loadHolidayTable.
           open input HOLIDAY-IN
           if HOL-STATUS not = "00"
               open i-o YTDMAST
           end-if.

       openUnempMaster.
           open i-o UNEMPWG
           if UNEMP-STATUS = "35"
               close UNEMPWG
               open output UNEMPWG
               close UNEMPWG
               open i-o UNEMPWG
           end-if.

       getYtdRecord.
           move "N" to YTD-ON-FILE-SW
           move 0 to YT-GROSS YT-FICA YT-FEDWH YT-STWH YT-NET
                               YT-SSNUM
                   end-write
               end-if
               perform updateUnempWages
               perform writeCheckpointRec
           end-if.

       updateUnempWages.
           if FUTA-POSTED
               move "US" to UI-LOOK-STATE
               move FUTA-WAGES to UI-POST-WAGES
               perform postOneUnempRow
           end-if
           if SUTA-STATE not = spaces
               move SUTA-STATE to UI-LOOK-STATE
               move SUTA-WAGES to UI-POST-WAGES
               perform postOneUnempRow
           end-if.

       postOneUnempRow.
           perform readUnempRow
           add GROSS-PAY to UW-GROSS
           add UI-POST-WAGES to UW-TAXABLE
           compute UW-EXCESS = UW-EXCESS + GROSS-PAY - UI-POST-WAGES
           if UW-REC-ON-FILE
               rewrite UnempWageRec
                   invalid key
                       display "PAYROLL: UNEMPLOYMENT WAGE REWRITE "
                           "FAILED - " UW-SSN " " UW-STATE
               end-rewrite
           else
               write UnempWageRec
                   invalid key
                       display "PAYROLL: UNEMPLOYMENT WAGE WRITE "
                           "FAILED - " UW-SSN " " UW-STATE
               end-write
           end-if.

      *****EACH COMMITTED YTD UPDATE IS JOURNALED OPEN-WRITE-CLOSE,
      *****THE SAME ONE-SHOT PATTERN RUNLOG USES, SO THE RECORD IS
      *****ON DISK EVEN IF THE RUN ABENDS ON THE VERY NEXT CARD
           move ST-WH-AMT to CK-STWH
           move NET-PAY to CK-NET
           move PAY-COMPANY to CK-COMPANY
           move FUTA-POSTED-SW to CK-FUTA-POSTED
           move SUTA-STATE to CK-UI-STATE
           move FUTA-WAGES to CK-FUTA-WAGES
           move SUTA-WAGES to CK-SUTA-WAGES
           write CKPT-REC
           close CKPT-IO.

               perform findCheckpointSsn
               if PH-PERIOD-END = PERIOD-END
                   and SSN-ON-CHECKPOINT
                   and PH-EARN-CODE = spaces
                   add 1 to PURGED-HIST-COUNT
               else
                   move PAYHIST-REC to HISTWK-REC
                       end-rewrite
                       add 1 to BACKOUT-COUNT
                   end-if
                   perform backoutUnempWages
               end-if
           end-if.

       backoutUnempWages.
           if CK-FUTA-POSTED = "Y"
               move "US" to UI-LOOK-STATE
               move CK-FUTA-WAGES to UI-POST-WAGES
               perform backoutOneUnempRow
           end-if
           if CK-UI-STATE not = spaces
               move CK-UI-STATE to UI-LOOK-STATE
               move CK-SUTA-WAGES to UI-POST-WAGES
               perform backoutOneUnempRow
           end-if.

       backoutOneUnempRow.
           move CK-SSN to UW-SSN
           move UI-LOOK-STATE to UW-STATE
           read UNEMPWG
               invalid key
                   display "PAYROLL: RESTART - NO UNEMPLOYMENT WAGE "
                       "RECORD FOR " CK-SSN " " UI-LOOK-STATE
           end-read
           if UNEMP-STATUS = "00"
               subtract CK-GROSS from UW-GROSS
               subtract UI-POST-WAGES from UW-TAXABLE
               compute UW-EXCESS =
                   UW-EXCESS - (CK-GROSS - UI-POST-WAGES)
               rewrite UnempWageRec
                   invalid key
                       display "PAYROLL: RESTART - UNEMPLOYMENT WAGE "
                           "BACKOUT FAILED - " CK-SSN
               end-rewrite
           end-if.

      *****A CLEAN FINISH (OR A COMPLETED BACKOUT) CLEARS ONLY THIS
      *****RUN'S PERIOD AND COMPANY FROM THE JOURNAL - PAYCKPT IS
      *****SHARED, AND ANOTHER COMPANY'S ABENDED RECORDS MUST STAY
