      * RET-PLAN-REC - shared record layout for the RETPLAN
      * retirement plan master: one record per plan the shop
      * sponsors, with the employer match formula, the annual
      * limit on what an employee may defer, and the vesting
      * schedule that says how much of the match a leaver keeps.
      * RETPMNT maintains it; PAYCALC takes each participant's
      * RETPART election under it and EMPTERM vests the leaver's
      * employer balance by it. The plan code is also the DEDMAST
      * deduction code the deferral is taken under - the way a
      * BENPLAN code is - so a DEDMAST entry whose code is a plan
      * on this file is superseded by the RETPART election and
      * REMITRUN leaves the deferral to the custodian file.
      *
      * Pos  1- 3  RN-PLAN-CODE     X(3)     Master record key
      * Pos  4-23  RN-PLAN-NAME     X(20)    Printable plan name
      * Pos 24-33  RN-CUSTODIAN-ID  X(10)    Plan number the
      *                                      custodian files the
      *                                      contributions under
      * Pos 34-38  RN-MATCH-PERCENT 9(3)V99  Employer puts in this
      *                                      percent of each dollar
      *                                      deferred (05000 = 50
      *                                      cents on the dollar)
      * Pos 39-42  RN-MATCH-CAP-PERCENT
      *                             9(2)V99  ...on deferrals up to
      *                                      this percent of the
      *                                      period's gross
      * Pos 43-51  RN-ANNUAL-LIMIT  9(7)V99  Most one employee may
      *                                      defer in a calendar
      *                                      year
      * Seven 3-digit vesting entries follow, positions 52-72:
      *   RN-VEST-PERCENT 9(3)  Percent of the employer balance
      *                         vested after 0, 1, 2 ... 5 completed
      *                         years of service; the seventh entry
      *                         holds for 6 years and over and must
      *                         be 100
           05 RN-PLAN-CODE               PIC X(3) VALUE SPACES.
           05 RN-PLAN-NAME               PIC X(20) VALUE SPACES.
           05 RN-CUSTODIAN-ID            PIC X(10) VALUE SPACES.
           05 RN-MATCH-PERCENT           PIC 9(3)V99 VALUE 0.
           05 RN-MATCH-CAP-PERCENT       PIC 9(2)V99 VALUE 0.
           05 RN-ANNUAL-LIMIT            PIC 9(7)V99 VALUE 0.
           05 RN-VEST-PERCENT            PIC 9(3) OCCURS 7 TIMES.
