      * PAY-PREMIUM-REC - single-record layout for the PREMCTL
      * premium-pay control, the card-sized operator control
      * (PAYPCTL style) holding the multiplier each class of hours
      * is paid at. PAYCALC prices regular, overtime, holiday and
      * night-shift hours from PAYMAST at these factors times the
      * hourly rate; with no card on file it pays the house
      * defaults below, so a missing control never pays overtime
      * at straight time.
      *
      * Pos  1- 3  PP-REGULAR-FACTOR  9V99  Regular time, 1.00
      * Pos  4- 6  PP-OVERTIME-FACTOR 9V99  Over 40 in the work
      *                                     week, 1.50
      * Pos  7- 9  PP-HOLIDAY-FACTOR  9V99  Hours on a HOLMAST
      *                                     date, 2.00
      * Pos 10-12  PP-NIGHT-FACTOR    9V99  Night-shift straight
      *                                     time, 1.10
      * PP-CLASS-FACTOR redefines the four in that order, the
      * order the PY-CLASS-ENTRY slots of PAY-HIST-REC follow.
           05 PP-FACTORS.
               10 PP-REGULAR-FACTOR      PIC 9V99 VALUE 1.00.
               10 PP-OVERTIME-FACTOR     PIC 9V99 VALUE 1.50.
               10 PP-HOLIDAY-FACTOR      PIC 9V99 VALUE 2.00.
               10 PP-NIGHT-FACTOR        PIC 9V99 VALUE 1.10.
           05 PP-FACTOR-TABLE REDEFINES PP-FACTORS.
               10 PP-CLASS-FACTOR        PIC 9V99 OCCURS 4 TIMES.
