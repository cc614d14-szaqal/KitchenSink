      * CURR-CNV-PARM - parameter area for the CALLed CURRCNVW
      * currency service, so every program that moves money in
      * an account's own currency rounds by the one CURRTAB rule
      * and converts at the one FXRATE rate instead of each
      * carrying its own arithmetic. Request codes:
      *   'V' - validate: is the from-currency on CURRTAB.
      *   'R' - round: the amount in, to the from-currency's
      *         decimals by its rule (H half-up, T truncate).
      *   'C' - convert: the amount in, stated in the from-
      *         currency, to the to-currency at the rates in
      *         force on the rate date, rounded by the
      *         to-currency's rule.
      * Spaces in either currency mean home currency (USD). The
      * ledger carries two decimals, so a three-decimal currency
      * rounds to two by its rule.
      * Result 'Y' means done; 'U' a currency not on CURRTAB;
      * 'N' no FXRATE rate on or before the date; 'S' a result
      * too large to carry - the caller decides what each means,
      * the service never guesses a rate.
           05 CV-REQUEST-CODE            PIC X VALUE SPACE.
               88 CV-REQUEST-IS-VALIDATE       VALUE 'V'.
               88 CV-REQUEST-IS-ROUND          VALUE 'R'.
               88 CV-REQUEST-IS-CONVERT        VALUE 'C'.
           05 CV-FROM-CURRENCY           PIC X(3) VALUE SPACES.
           05 CV-TO-CURRENCY             PIC X(3) VALUE SPACES.
           05 CV-RATE-DATE               PIC 9(8) VALUE 0.
           05 CV-AMOUNT-IN               PIC S9(9)V9(4) VALUE 0.
           05 CV-AMOUNT-OUT              PIC S9(9)V99 VALUE 0.
           05 CV-CROSS-RATE              PIC 9(5)V9(6) VALUE 0.
           05 CV-RESULT                  PIC X VALUE SPACE.
               88 CV-WAS-DONE                  VALUE 'Y'.
               88 CV-CURRENCY-UNKNOWN          VALUE 'U'.
               88 CV-NO-RATE-ON-FILE           VALUE 'N'.
               88 CV-RESULT-TOO-LARGE          VALUE 'S'.
