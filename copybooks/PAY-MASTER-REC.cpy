      * Pos  1- 6  PM-EMPLOYEE-NUMBER 9(6)      Master record key
      * Pos  7-11  PM-PAY-RATE        9(3)V99   Hourly rate
      * Pos 12-16  PM-HOURS           S9(3)V99  Period hours, signed
      * Pos 17     PM-FILING-STATUS   X         TAXMAST withholding
      *                                         status S=single
      *                                         M=married H=head of
      *                                         household
      * Pos 18-19  PM-ALLOWANCES      9(2)      Withholding
      *                                         allowances claimed
      * The withholding fields are added at the end so records
      * keyed before they existed still line up, the EX-SEVERITY
      * convention - a blank status reads as single with no
      * allowances.
      * Pos 20-24  PM-OVERTIME-HOURS  S9(3)V99  Period hours past 40
      *                                         in the work week
      * Pos 25-29  PM-HOLIDAY-HOURS   S9(3)V99  Period hours worked
      *                                         on a HOLMAST date
      * Pos 30-34  PM-NIGHT-HOURS     S9(3)V99  Period night-shift
      *                                         straight-time hours
      * The premium classes are parts of PM-HOURS, not additions
      * to it: TIMECARD classifies each accepted hour into at most
      * one of them, and whatever PM-HOURS holds beyond their sum
      * is regular time. PAYCALC prices each class at its own
      * PREMCTL multiplier; PAYCLOSE clears them with the hours.
      * Pos 35     PM-PAY-TYPE        X         H=hourly S=salaried;
      *                                         blank reads hourly
      * Pos 36-44  PM-ANNUAL-SALARY   9(7)V99   Salaried only
      * Pos 45-52  PM-TERM-DATE       9(8)      YYYYMMDD last day
      *                                         paid; zero if active
      * Pos 53-60  PM-FINAL-PAY-DATE  9(8)      YYYYMMDD FINALPAY
      *                                         issued the leaver's
      *                                         final pay; zero
      *                                         otherwise. Added at
      *                                         the end per the
      *                                         EX-SEVERITY
      *                                         convention.
      * A record with its final pay issued is never paid again by
      * the regular cycle - PAYCALC, PAYSLIP, CHECKPRT and DDEPOSIT
      * pass it over until EMPTERM's cascade removes it.
      * A salaried record is paid its annual salary over the
      * PAYPCTL periods per year, prorated by calendar day for a
      * hire or termination inside the period. Its PM-PAY-RATE is
      * the hourly equivalent PAYMAINT derives (salary over 2080
      * standard hours), and its PM-HOURS carry only 'J'
      * adjustment hours, priced at that equivalent - TIMECARD
      * records its daily cards but does not pay them.
           05 PM-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 PM-PAY-RATE                PIC 9(3)V99 VALUE 0.
           05 PM-HOURS                   PIC S9(3)V99 VALUE 0.
           05 PM-FILING-STATUS           PIC X VALUE 'S'.
               88 PM-FILES-SINGLE              VALUE 'S'.
               88 PM-FILES-MARRIED             VALUE 'M'.
               88 PM-FILES-HEAD                VALUE 'H'.
           05 PM-ALLOWANCES              PIC 9(2) VALUE 0.
           05 PM-OVERTIME-HOURS          PIC S9(3)V99 VALUE 0.
           05 PM-HOLIDAY-HOURS           PIC S9(3)V99 VALUE 0.
           05 PM-NIGHT-HOURS             PIC S9(3)V99 VALUE 0.
           05 PM-PAY-TYPE                PIC X VALUE 'H'.
               88 PM-PAY-IS-HOURLY             VALUES 'H' SPACE
                                                      LOW-VALUE.
               88 PM-PAY-IS-SALARIED           VALUE 'S'.
           05 PM-ANNUAL-SALARY           PIC 9(7)V99 VALUE 0.
           05 PM-TERM-DATE               PIC 9(8) VALUE 0.
           05 PM-FINAL-PAY-DATE          PIC 9(8) VALUE 0.
