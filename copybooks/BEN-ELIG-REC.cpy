      * BEN-ELIG-REC - fixed-format record layout for the BENELIG
      * carrier eligibility extract BENELIG writes, so each
      * carrier's load job has a documented layout to code
      * against. Per plan: a header, one detail per covered
      * employee in name order, and a trailer carrying the count
      * and the period premium to verify against the carrier's
      * bill.
      *
      * Pos  1     BE-RECORD-TYPE   X     H=plan header D=covered
      *                                   employee T=plan trailer
      * Pos  2- 4  BE-PLAN-CODE     X(3)  BENPLAN plan code
      * Header ('H'):
      * Pos  5-10  BE-CARRIER-CODE  X(6)
      * Pos 11-30  BE-PLAN-NAME     X(20)
      * Pos 31-38  BE-AS-OF-DATE    9(8)  YYYYMMDD coverage date
      * Detail ('D'):
      * Pos  5-10  BE-EMPLOYEE-NUMBER 9(6)
      * Pos 11-25  BE-LAST-NAME     X(15)
      * Pos 26-40  BE-FIRST-NAME    X(15)
      * Pos 41-42  BE-TIER-CODE     X(2)
      * Pos 43-44  BE-DEPENDENTS    9(2)
      * Pos 45-52  BE-EFFECTIVE-DATE 9(8) YYYYMMDD
      * Pos 53-58  BE-EMPLOYEE-COST 9(4)V99 Per pay period
      * Pos 59-64  BE-EMPLOYER-COST 9(4)V99 Per pay period
      * Trailer ('T'):
      * Pos  5-10  BE-COVERED-COUNT 9(6)
      * Pos 11-19  BE-EMPLOYEE-PREMIUM 9(7)V99 Plan totals per
      * Pos 20-28  BE-EMPLOYER-PREMIUM 9(7)V99 pay period
           05 BE-RECORD-TYPE             PIC X VALUE SPACE.
               88 BE-RECORD-IS-HEADER          VALUE 'H'.
               88 BE-RECORD-IS-DETAIL          VALUE 'D'.
               88 BE-RECORD-IS-TRAILER         VALUE 'T'.
           05 BE-PLAN-CODE               PIC X(3) VALUE SPACES.
           05 BE-RECORD-BODY             PIC X(60) VALUE SPACES.
           05 BE-HEADER-FIELDS REDEFINES BE-RECORD-BODY.
               10 BE-CARRIER-CODE        PIC X(6).
               10 BE-PLAN-NAME           PIC X(20).
               10 BE-AS-OF-DATE          PIC 9(8).
               10 FILLER                 PIC X(26).
           05 BE-DETAIL-FIELDS REDEFINES BE-RECORD-BODY.
               10 BE-EMPLOYEE-NUMBER     PIC 9(6).
               10 BE-LAST-NAME           PIC X(15).
               10 BE-FIRST-NAME          PIC X(15).
               10 BE-TIER-CODE           PIC X(2).
               10 BE-DEPENDENTS          PIC 9(2).
               10 BE-EFFECTIVE-DATE      PIC 9(8).
               10 BE-EMPLOYEE-COST       PIC 9(4)V99.
               10 BE-EMPLOYER-COST       PIC 9(4)V99.
           05 BE-TRAILER-FIELDS REDEFINES BE-RECORD-BODY.
               10 BE-COVERED-COUNT       PIC 9(6).
               10 BE-EMPLOYEE-PREMIUM    PIC 9(7)V99.
               10 BE-EMPLOYER-PREMIUM    PIC 9(7)V99.
               10 FILLER                 PIC X(36).
