      * REMIT-PAYEE-REC - fixed-format record layout for the
      * REMITPAY deduction payee master: which third party each
      * deduction code's withholdings are owed to - the benefit
      * carrier, the union, the court trustee - how that payee is
      * paid, and when the money is due. One record per DEDMAST
      * code (GRN carries the GARNMAST court orders PAYCALC
      * garnished); several codes may name the same payee, and
      * REMITMNT keeps the payee's details alike on every code
      * that names it. REMITRUN totals each period's PAYHIST
      * withholdings by payee and remits them by check on
      * CHECKREG or by transfer on REMITXFR.
      *
      * Pos  1- 3  PE-DED-CODE        X(3)  DEDMAST deduction code
      * Pos  4- 9  PE-PAYEE-NUMBER    9(6)  Payee identifier
      * Pos 10-39  PE-PAYEE-NAME      X(30) Name the check is
      *                                     drawn to
      * Pos 40     PE-REMIT-METHOD    X     C=check
      *                                     E=electronic transfer
      * Pos 41-49  PE-ROUTING-NUMBER  9(9)  Payee's bank; zero on
      * Pos 50-59  PE-ACCOUNT-NUMBER  X(10) a check payee
      * Pos 60     PE-DUE-RULE        X     D=days after the pay
      *                                     period end
      *                                     M=day of the month
      *                                     after the period end
      * Pos 61-62  PE-DUE-DAYS        9(2)  The days, or the day
      *                                     of the month (1-28)
           05 PE-DED-CODE                PIC X(3) VALUE SPACES.
           05 PE-PAYEE-NUMBER            PIC 9(6) VALUE 0.
           05 PE-PAYEE-NAME              PIC X(30) VALUE SPACES.
           05 PE-REMIT-METHOD            PIC X VALUE 'C'.
               88 PE-REMIT-BY-CHECK            VALUE 'C'.
               88 PE-REMIT-BY-TRANSFER         VALUE 'E'.
           05 PE-ROUTING-NUMBER          PIC 9(9) VALUE 0.
           05 PE-ACCOUNT-NUMBER          PIC X(10) VALUE SPACES.
           05 PE-DUE-RULE                PIC X VALUE 'D'.
               88 PE-DUE-DAYS-AFTER            VALUE 'D'.
               88 PE-DUE-DAY-OF-MONTH          VALUE 'M'.
           05 PE-DUE-DAYS                PIC 9(2) VALUE 0.
