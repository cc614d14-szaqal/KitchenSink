      * Pos  9     PC-PERIOD-STATUS X     O=open P=paid
      * Pos 10-17  PC-PAID-DATE     9(8)  YYYYMMDD PAYCALC last ran
      *                                   the period; zero if not
      * Pos 18-19  PC-PERIODS-PER-YEAR 9(2) Pay periods in the
      *                                   year, the withholding
      *                                   annualization factor;
      *                                   zero or blank means 26,
      *                                   biweekly. Added at the
      *                                   end per the EX-SEVERITY
      *                                   convention; PAYCLOSE
      *                                   carries it forward.
           05 PC-PERIOD-END              PIC 9(8) VALUE 0.
           05 PC-PERIOD-STATUS           PIC X VALUE 'O'.
               88 PC-PERIOD-IS-OPEN            VALUE 'O'.
               88 PC-PERIOD-IS-PAID            VALUE 'P'.
           05 PC-PAID-DATE               PIC 9(8) VALUE 0.
           05 PC-PERIODS-PER-YEAR        PIC 9(2) VALUE 26.
