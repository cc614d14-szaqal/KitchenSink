      * TAX-CALC-PARM - parameter area for the CALLed TAXCALCW
      * withholding service, so PAYCALC and every later pay path
      * (final pay, retro) price tax through one routine against
      * the one TAXMAST table instead of each carrying its own
      * arithmetic. The caller fills the year, the employee's
      * filing status and allowances from PAYMAST, the periods
      * per year from PAYPCTL, and the period's taxable wages;
      * the service hands back the period withholding.
      * Result 'Y' means the table priced it; 'N' means no table
      * is on file for that year and status - the caller decides
      * what a missing table means, the service never guesses.
           05 TC-TAX-YEAR                PIC 9(4) VALUE 0.
           05 TC-FILING-STATUS           PIC X VALUE 'S'.
           05 TC-ALLOWANCES              PIC 9(2) VALUE 0.
           05 TC-PERIODS-PER-YEAR        PIC 9(3) VALUE 0.
           05 TC-TAXABLE-GROSS           PIC S9(5)V99 VALUE 0.
           05 TC-WITHHOLDING             PIC S9(5)V99 VALUE 0.
           05 TC-RESULT                  PIC X VALUE SPACE.
               88 TC-TAX-WAS-PRICED            VALUE 'Y'.
               88 TC-NO-TABLE-ON-FILE          VALUE 'N'.
