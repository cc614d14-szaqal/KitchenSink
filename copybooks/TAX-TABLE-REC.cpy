      * TAX-TABLE-REC - shared record layout for the TAXMAST
      * graduated withholding table master, keyed by tax year and
      * filing status so next January's brackets are keyed once,
      * ahead of time, alongside this year's instead of on top of
      * them. TAXMAINT maintains it; the CALLed TAXCALCW service
      * prices each employee's withholding from it for PAYCALC
      * by the annualized percentage method: period taxable
      * wages times periods per year, less the allowances, taxed
      * at the bracket the annual figure falls in, divided back
      * down to the period.
      *
      * Pos   1-  4 TX-TAX-YEAR         9(4)     Key: calendar year
      * Pos   5     TX-FILING-STATUS    X        Key: S=single
      *                                          M=married
      *                                          H=head of household
      * Pos   6- 12 TX-ALLOWANCE-AMOUNT 9(5)V99  Annual value of one
      *                                          withholding
      *                                          allowance
      * Pos  13     TX-BRACKET-COUNT    9        Brackets in use, 1-7
      * Seven 22-byte brackets follow, positions 14-167, in
      * ascending floor order; the first floor is always zero:
      *   TX-BRACKET-FLOOR    9(7)V99  Annual wages where the
      *                                bracket starts
      *   TX-BRACKET-BASE-TAX 9(7)V99  Annual tax on the floor
      *   TX-BRACKET-RATE     9(2)V99  Percent on wages over the
      *                                floor (2200 = 22.00 pct)
           05 TX-TABLE-KEY.
               10 TX-TAX-YEAR            PIC 9(4) VALUE 0.
               10 TX-FILING-STATUS       PIC X VALUE SPACE.
                   88 TX-STATUS-IS-SINGLE      VALUE 'S'.
                   88 TX-STATUS-IS-MARRIED     VALUE 'M'.
                   88 TX-STATUS-IS-HEAD        VALUE 'H'.
           05 TX-ALLOWANCE-AMOUNT        PIC 9(5)V99 VALUE 0.
           05 TX-BRACKET-COUNT           PIC 9 VALUE 0.
           05 TX-BRACKET OCCURS 7 TIMES.
               10 TX-BRACKET-FLOOR       PIC 9(7)V99.
               10 TX-BRACKET-BASE-TAX    PIC 9(7)V99.
               10 TX-BRACKET-RATE        PIC 9(2)V99.
