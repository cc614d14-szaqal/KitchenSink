      * RET-PART-REC - shared record layout for the RETPART
      * retirement plan participant file, keyed by the same
      * employee number as PAYMAST: the employee's RETPLAN plan,
      * the deferral they have elected, what they have deferred
      * and been matched this calendar year against the plan's
      * annual limit, and the cumulative employee and employer
      * balances contributed through payroll. RETELECT keeps the
      * election; PAYCALC takes it every period and rolls the
      * amounts in; EMPTERM vests the employer balance when the
      * participant leaves and records what was forfeited.
      *
      * Pos  1- 6  RA-EMPLOYEE-NUMBER 9(6)     Master record key
      * Pos  7- 9  RA-PLAN-CODE       X(3)     RETPLAN plan
      * Pos 10     RA-STATUS          X        A=deferring
      *                                        S=stopped, balances
      *                                        kept
      *                                        T=left, vested
      * Pos 11     RA-ELECTION-TYPE   X        P=percent of gross
      *                                        F=flat per period
      * Pos 12-18  RA-ELECTION-VALUE  9(5)V99  Percent (00600 = 6.00
      *                                        pct) or flat dollars
      * Pos 19-26  RA-ENROLL-DATE     9(8)     YYYYMMDD enrolled
      * Pos 27-30  RA-LIMIT-YEAR      9(4)     Year the YTD figures
      *                                        belong to
      * Pos 31-39  RA-YTD-DEFERRAL    9(7)V99  Deferred this year
      * Pos 40-48  RA-YTD-MATCH       9(7)V99  Matched this year
      * Pos 49-59  RA-EMPLOYEE-BALANCE
      *                               9(9)V99  All deferrals, always
      *                                        vested
      * Pos 60-70  RA-EMPLOYER-BALANCE
      *                               9(9)V99  All employer match
      * Pos 71-78  RA-LAST-PERIOD     9(8)     Pay period end last
      *                                        contributed
      * Set when the participant leaves:
      * Pos 79-86  RA-TERM-DATE       9(8)     YYYYMMDD
      * Pos 87-88  RA-SERVICE-YEARS   9(2)     Completed years
      * Pos 89-91  RA-VESTED-PERCENT  9(3)     Of employer balance
      * Pos 92-102 RA-VESTED-EMPLOYER 9(9)V99  Employer balance kept
      * Pos 103-113
      *            RA-FORFEITED       9(9)V99  Employer balance
      *                                        forfeited
           05 RA-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 RA-PLAN-CODE               PIC X(3) VALUE SPACES.
           05 RA-STATUS                  PIC X VALUE 'A'.
               88 RA-IS-DEFERRING              VALUE 'A'.
               88 RA-IS-STOPPED                VALUE 'S'.
               88 RA-HAS-LEFT                  VALUE 'T'.
           05 RA-ELECTION-TYPE           PIC X VALUE 'P'.
               88 RA-ELECTS-PERCENT            VALUE 'P'.
               88 RA-ELECTS-FLAT               VALUE 'F'.
           05 RA-ELECTION-VALUE          PIC 9(5)V99 VALUE 0.
           05 RA-ENROLL-DATE             PIC 9(8) VALUE 0.
           05 RA-LIMIT-YEAR              PIC 9(4) VALUE 0.
           05 RA-YTD-DEFERRAL            PIC 9(7)V99 VALUE 0.
           05 RA-YTD-MATCH               PIC 9(7)V99 VALUE 0.
           05 RA-EMPLOYEE-BALANCE        PIC 9(9)V99 VALUE 0.
           05 RA-EMPLOYER-BALANCE        PIC 9(9)V99 VALUE 0.
           05 RA-LAST-PERIOD             PIC 9(8) VALUE 0.
           05 RA-TERM-DATE               PIC 9(8) VALUE 0.
           05 RA-SERVICE-YEARS           PIC 9(2) VALUE 0.
           05 RA-VESTED-PERCENT          PIC 9(3) VALUE 0.
           05 RA-VESTED-EMPLOYER         PIC 9(9)V99 VALUE 0.
           05 RA-FORFEITED               PIC 9(9)V99 VALUE 0.
