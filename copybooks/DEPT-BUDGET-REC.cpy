      * DEPT-BUDGET-REC - shared record layout for the BUDGMAST
      * departmental labor budget master, one record per
      * DEPTMAST department per fiscal year, so next year's
      * budget can be keyed before this year's is finished with.
      * DEPTMNT maintains it alongside the department and
      * assignment masters; BUDGRPT reports PAYHIST gross against
      * it - the question finance used to answer with a
      * spreadsheet at quarter end.
      *
      * Pos  1- 4  BG-DEPT-CODE       X(4)    DEPTMAST department
      * Pos  5- 8  BG-FISCAL-YEAR     9(4)    Fiscal year, named
      *                                       for the year it ends
      * Pos  9-19  BG-ANNUAL-BUDGET   9(9)V99 Labor dollars for the
      *                                       year
      * Twelve 4-byte entries follow, positions 20-67, one per
      * fiscal month, month 1 first:
      *   BG-AUTH-HEADCOUNT 9(4)      Heads authorized that month
           05 BG-BUDGET-KEY.
               10 BG-DEPT-CODE           PIC X(4) VALUE SPACES.
               10 BG-FISCAL-YEAR         PIC 9(4) VALUE 0.
           05 BG-ANNUAL-BUDGET           PIC 9(9)V99 VALUE 0.
           05 BG-AUTH-HEADCOUNT          PIC 9(4) OCCURS 12 TIMES.
