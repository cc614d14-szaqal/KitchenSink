      * STND-ORDER-REC - shared record layout for the STNDORD
      * standing-order master: a customer's fixed monthly payment
      * or sweep held once here instead of keyed into ACCTTRAN by
      * hand every period. SOMNT maintains it; SOGEN reads it
      * every business day and writes each order that falls due
      * into a balanced ACCTTRAN batch, rolling weekend and
      * HOLMAST holiday due dates to the next business day
      * through BIZDAYW. Keyed on account plus order number, so
      * one account can carry several orders.
      *
      * Pos  1- 9  SO-ACCT-SSN       9(9)     ACCTMAST account
      * Pos 10-12  SO-ORDER-NUMBER   9(3)     Order on the account
      * Pos 13     SO-TRAN-CODE      X        D=debit C=credit
      * Pos 14-22  SO-AMOUNT         9(7)V99  Fixed amount
      * Pos 23     SO-FREQUENCY      X        W=weekly M=monthly
      *                                       Q=quarterly A=annual
      * Pos 24-31  SO-NEXT-DUE-DATE  9(8)     YYYYMMDD the next
      *                                       payment is scheduled
      *                                       for, before any
      *                                       business-day roll
      * Pos 32-39  SO-END-DATE       9(8)     Last date a payment
      *                                       may fall due; zero
      *                                       runs until cancelled
      * Pos 40-41  SO-ANCHOR-DAY     99       Day of month the
      *                                       order was set up on;
      *                                       monthly, quarterly
      *                                       and annual orders
      *                                       return to it after a
      *                                       short month
      * Pos 42     SO-ORDER-STATUS   X        A=active X=expired
      * Pos 43-50  SO-LAST-GEN-DATE  9(8)     Business day the last
      *                                       payment generated
      * Pos 51-70  SO-REFERENCE      X(20)    Payee or purpose
           05 SO-ORDER-KEY.
               10 SO-ACCT-SSN            PIC 9(9) VALUE 0.
               10 SO-ORDER-NUMBER        PIC 9(3) VALUE 0.
           05 SO-TRAN-CODE               PIC X VALUE SPACE.
               88 SO-TRAN-IS-DEBIT             VALUE 'D'.
               88 SO-TRAN-IS-CREDIT            VALUE 'C'.
               88 SO-TRAN-IS-VALID             VALUE 'D' 'C'.
           05 SO-AMOUNT                  PIC 9(7)V99 VALUE 0.
           05 SO-FREQUENCY               PIC X VALUE SPACE.
               88 SO-FREQ-IS-WEEKLY            VALUE 'W'.
               88 SO-FREQ-IS-MONTHLY           VALUE 'M'.
               88 SO-FREQ-IS-QUARTERLY         VALUE 'Q'.
               88 SO-FREQ-IS-ANNUAL            VALUE 'A'.
               88 SO-FREQ-IS-VALID             VALUE 'W' 'M' 'Q'
                                                     'A'.
           05 SO-NEXT-DUE-DATE           PIC 9(8) VALUE 0.
           05 SO-END-DATE                PIC 9(8) VALUE 0.
           05 SO-ANCHOR-DAY              PIC 99 VALUE 0.
           05 SO-ORDER-STATUS            PIC X VALUE 'A'.
               88 SO-ORDER-IS-ACTIVE           VALUE 'A'.
               88 SO-ORDER-IS-EXPIRED          VALUE 'X'.
           05 SO-LAST-GEN-DATE           PIC 9(8) VALUE 0.
           05 SO-REFERENCE               PIC X(20) VALUE SPACES.
