      * PAY-PROJ-REC - shared record layout for the PROJSCEN
      * payroll projection scenario file. Each PAYPROJ run appends
      * one scenario under its PROJCTL scenario id: an assumption
      * record giving the fiscal year, the raise and the number of
      * periods projected, then one record per department per pay
      * period with the projected heads and the cost by kind. A
      * scenario run again under the same id is appended again;
      * PROJCMP takes the latest run of each id (the run date and
      * time) when it sets two scenarios side by side, so earlier
      * runs stay on file as the history of what was asked.
      *
      * Pos  1- 8  PJ-SCENARIO-ID     X(8)      PROJCTL scenario
      * Pos  9-16  PJ-RUN-DATE        9(8)      YYYYMMDD projected
      * Pos 17-22  PJ-RUN-TIME        9(6)      HHMMSS projected
      * Pos 23     PJ-RECORD-TYPE     X         A=assumptions
      *                                         D=department period
      * Assumption record, positions 24-55:
      *   PJ-FISCAL-YEAR     9(4)      Fiscal year, named for the
      *                                year it ends (BUDGMAST)
      *   PJ-FISCAL-START    9(8)      YYYYMMDD first day
      *   PJ-RAISE-PERCENT   9(3)V99   Raise assumed
      *   PJ-RAISE-DATE      9(8)      YYYYMMDD raise effective
      *   PJ-PERIOD-COUNT    9(2)      Pay periods projected
      *   PJ-EMPLOYEE-COUNT  9(5)      Employees projected
      * Department period record, positions 24-85:
      *   PJ-DEPT-CODE       X(4)      DEPTMAST department; ZZZZ
      *                                is UNASSIGNED
      *   PJ-PERIOD-NUMBER   9(2)      01 = first of the year
      *   PJ-PERIOD-END      9(8)      YYYYMMDD
      *   PJ-HEADCOUNT       9(4)      Heads, the PROJCTL
      *                                headcount changes included
      *   PJ-PAY-COST        S9(9)V99  Gross pay
      *   PJ-EMPLOYER-COST   S9(9)V99  Benefit employer share and
      *                                retirement match
      *   PJ-LEAVE-COST      S9(9)V99  Leave accrued, at the rate
      *   PJ-HEADCOUNT-COST  S9(9)V99  Heads added (or taken off)
      *                                by the PROJCTL changes
           05 PJ-SCENARIO-ID             PIC X(8) VALUE SPACES.
           05 PJ-RUN-DATE                PIC 9(8) VALUE 0.
           05 PJ-RUN-TIME                PIC 9(6) VALUE 0.
           05 PJ-RECORD-TYPE             PIC X VALUE SPACE.
               88 PJ-IS-ASSUMPTIONS            VALUE 'A'.
               88 PJ-IS-DEPT-PERIOD            VALUE 'D'.
           05 PJ-DEPT-PERIOD-DATA.
               10 PJ-DEPT-CODE           PIC X(4).
               10 PJ-PERIOD-NUMBER       PIC 9(2).
               10 PJ-PERIOD-END          PIC 9(8).
               10 PJ-HEADCOUNT           PIC 9(4).
               10 PJ-PAY-COST            PIC S9(9)V99.
               10 PJ-EMPLOYER-COST       PIC S9(9)V99.
               10 PJ-LEAVE-COST          PIC S9(9)V99.
               10 PJ-HEADCOUNT-COST      PIC S9(9)V99.
           05 PJ-ASSUMPTION-DATA REDEFINES PJ-DEPT-PERIOD-DATA.
               10 PJ-FISCAL-YEAR         PIC 9(4).
               10 PJ-FISCAL-START        PIC 9(8).
               10 PJ-RAISE-PERCENT       PIC 9(3)V99.
               10 PJ-RAISE-DATE          PIC 9(8).
               10 PJ-PERIOD-COUNT        PIC 9(2).
               10 PJ-EMPLOYEE-COUNT      PIC 9(5).
               10 FILLER                 PIC X(30).
