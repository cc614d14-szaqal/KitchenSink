      * EMP-STAT-REC - shared record layout for the EMPSTAT
      * employment-status master, keyed by the employee number
      * like EMPDEPT and EMPJOB. An employee with no record is
      * active; one on leave of absence or suspension carries the
      * status, the date it took effect and the expected return.
      * EMPSTMNT maintains it from STATTRAN; everything else asks
      * the CALLed EMPSTATW service, which knows the dating rules
      * and the house rule on service breaks:
      *   A leave of absence of up to 90 days is service - it
      *   does not break it. A longer leave, and any suspension,
      *   breaks service: none of its days count, and the service
      *   date moves out by the length of the absence.
      * The status in effect is ES-STATUS from ES-EFFECTIVE-DATE
      * on; before that date the prior status still holds, so a
      * change keyed ahead of time waits for its date.
      *
      * Pos  1- 6  ES-EMPLOYEE-NUMBER   9(6)  Master record key
      * Pos  7     ES-STATUS            X     A=active L=leave of
      *                                       absence S=suspended
      * Pos  8-15  ES-EFFECTIVE-DATE    9(8)  YYYYMMDD
      * Pos 16-23  ES-EXPECTED-RETURN   9(8)  YYYYMMDD; zero when
      *                                       active, or on an
      *                                       open suspension
      * Pos 24-26  ES-REASON-CODE       X(3)  HR reason code
      * Pos 27     ES-PRIOR-STATUS      X     Status before this
      * Pos 28-35  ES-PRIOR-EFFECTIVE   9(8)  Its effective date
      * Pos 36-40  ES-BREAK-DAYS        9(5)  Days of closed
      *                                       absences not counted
      *                                       as service
      * Pos 41-45  ES-LAST-CLOSED-DAYS  9(5)  The part of the
      *                                       above this record's
      *                                       change closed
           05 ES-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 ES-STATUS                  PIC X VALUE 'A'.
               88 ES-STATUS-IS-ACTIVE          VALUE 'A'.
               88 ES-STATUS-IS-LEAVE           VALUE 'L'.
               88 ES-STATUS-IS-SUSPENDED       VALUE 'S'.
           05 ES-EFFECTIVE-DATE          PIC 9(8) VALUE 0.
           05 ES-EXPECTED-RETURN         PIC 9(8) VALUE 0.
           05 ES-REASON-CODE             PIC X(3) VALUE SPACES.
           05 ES-PRIOR-STATUS            PIC X VALUE 'A'.
           05 ES-PRIOR-EFFECTIVE         PIC 9(8) VALUE 0.
           05 ES-BREAK-DAYS              PIC 9(5) VALUE 0.
           05 ES-LAST-CLOSED-DAYS        PIC 9(5) VALUE 0.
