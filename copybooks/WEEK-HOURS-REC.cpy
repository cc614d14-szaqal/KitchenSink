      * WEEK-HOURS-REC - shared record layout for the WEEKHRS
      * work-week hours file TIMECARD keeps, keyed by employee
      * and the Sunday the work week starts on. Overtime is owed
      * on hours past 40 in a work week, and a week routinely
      * straddles two capture runs and sometimes two pay periods;
      * the running total here is what lets the 41st hour be
      * recognized whenever its card arrives. Holiday hours are
      * premium-paid on their own and do not count toward the 40.
      *
      * Pos  1- 6  WH-EMPLOYEE-NUMBER 9(6)      Key, with the
      * Pos  7-14  WH-WEEK-START      9(8)      YYYYMMDD Sunday
      * Pos 15-19  WH-WEEK-HOURS      S9(3)V99  Hours counted
      *                                         toward overtime
      * Pos 20-24  WH-OVERTIME-HOURS  S9(3)V99  Of which overtime
           05 WH-WEEK-KEY.
               10 WH-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 WH-WEEK-START          PIC 9(8) VALUE 0.
           05 WH-WEEK-HOURS              PIC S9(3)V99 VALUE 0.
           05 WH-OVERTIME-HOURS          PIC S9(3)V99 VALUE 0.
