      *                                        separate
      * Pos 34-41  PY-NET             S9(5)V99 Sign leading
      *                                        separate
      * Pos 42-49  PY-TAX             S9(5)V99 TAXMAST withholding,
      *                                        sign leading
      *                                        separate
      * Three 11-byte entries follow, positions 50-82, one per
      * DEDMAST slot as applied that period:
      *   PY-DED-CODE   X(3)     DEDMAST code; spaces if unused
      *   PY-DED-AMOUNT S9(5)V99 Sign leading separate
      * Four 17-byte pay-class entries follow, positions 83-150,
      * in the fixed order regular, overtime, holiday, night:
      *   PY-CLASS-HOURS  S9(3)V99 Sign leading separate
      *   PY-CLASS-FACTOR 9V99     PREMCTL multiplier applied
      *   PY-CLASS-PAY    S9(5)V99 Sign leading separate; the four
      *                            sum to PY-GROSS
      * Pos 151     PY-PAY-TYPE       X        H=hourly S=salaried
      * Pos 152-160 PY-ANNUAL-SALARY  9(7)V99  Salary paid against
      * Pos 161-168 PY-SALARY-PAY     S9(5)V99 Prorated period
      *                                        salary, sign leading
      *                                        separate; with the
      *                                        class pays it sums
      *                                        to PY-GROSS
      * Pos 169-170 PY-DAYS-PAID      9(2)     Calendar days of the
      * Pos 171-172 PY-PERIOD-DAYS    9(2)     period paid, of the
      *                                        days in the period
      * Pos 173-180 PY-GARNISHED      S9(5)V99 GARNMAST court orders
      *                                        taken, sign leading
      *                                        separate
      * Pos 181-188 PY-REIMBURSED     S9(5)V99 EXPMAST expense claims
      *                                        repaid, non-taxable,
      *                                        included in PY-NET;
      *                                        sign leading separate
      * Pos 189-196 PY-LEAVE-CASHOUT  S9(5)V99 LEAVMAST balance paid
      *                                        out on a final pay,
      *                                        included in PY-GROSS;
      *                                        sign leading separate
      * Pos 197     PY-PAY-RUN        X        R=regular PAYCALC
      *                                        cycle F=FINALPAY
      *                                        off-cycle final pay;
      *                                        blank reads regular
      * Pos 198-205 PY-TAXABLE-GROSS  S9(5)V99 Gross the withholding
      *                                        was priced on - less
      *                                        the pre-tax RETPART
      *                                        plan deferral; sign
      *                                        leading separate.
      *                                        Not numeric on older
      *                                        history: read as
      *                                        PY-GROSS
      * Fields from the tax onward are added at the end so history
      * written before they existed still lines up, the
      * EX-SEVERITY convention.
           05 PY-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 PY-PERIOD-END              PIC 9(8) VALUE 0.
           05 PY-PAY-RATE                PIC 9(3)V99 VALUE 0.
                                          SIGN LEADING SEPARATE.
           05 PY-NET                     PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-TAX                     PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-DED-ENTRY OCCURS 3 TIMES.
               10 PY-DED-CODE            PIC X(3).
               10 PY-DED-AMOUNT          PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-CLASS-ENTRY OCCURS 4 TIMES.
               10 PY-CLASS-HOURS         PIC S9(3)V99
                                          SIGN LEADING SEPARATE.
               10 PY-CLASS-FACTOR        PIC 9V99.
               10 PY-CLASS-PAY           PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-PAY-TYPE                PIC X.
               88 PY-PAID-HOURLY               VALUES 'H' SPACE.
               88 PY-PAID-SALARIED             VALUE 'S'.
           05 PY-ANNUAL-SALARY           PIC 9(7)V99.
           05 PY-SALARY-PAY              PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-DAYS-PAID               PIC 9(2).
           05 PY-PERIOD-DAYS             PIC 9(2).
           05 PY-GARNISHED               PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-REIMBURSED              PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-LEAVE-CASHOUT           PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
           05 PY-PAY-RUN                 PIC X.
               88 PY-REGULAR-PAY               VALUES 'R' SPACE.
               88 PY-FINAL-PAY                 VALUE 'F'.
           05 PY-TAXABLE-GROSS           PIC S9(5)V99
                                          SIGN LEADING SEPARATE.
