      * Pos 11     PT-TRAN-CODE       X     D=debit C=credit
      *                                     R=reversal of an
      *                                     earlier posting
      *                                     T=transfer from this
      *                                     account to the
      *                                     target below
      *                                     P=payroll credit of
      *                                     an employee's net pay
      *                                     (PAYACCT)
      *                                     V=credit on a disputed
      *                                     debit (DISPMNT) - a
      *                                     provisional credit, or
      *                                     the balance due when a
      *                                     dispute is found for
      *                                     the customer
      * Pos 12-20  PT-AMOUNT          9(7)V99
      * Pos 21-28  PT-ORIG-DATE       9(8)  On an 'R' detail, the
      *                                     POSTHIST post date of
      *                                     the entry reversed
      * Pos 29-37  PT-TARGET-SSN      9(9)  On a 'T' detail, the
      *                                     account credited;
      *                                     both legs post as one
      *                                     unit or neither does
      * Trailer:
      * Pos  2- 7  PT-TRL-RECORD-COUNT 9(6) Details in the batch
      * Pos  8-18  PT-TRL-AMOUNT-HASH 9(9)V99 Sum of all amounts
      *                                     (a transfer counts
      *                                     its amount once)
      * The target account is added at the end so a batch cut
      * before transfers existed still lines up - its short
      * details read back with a zero target.
      * Pos 38-40  PT-CURRENCY-CODE   X(3)  CURRTAB currency the
      *                                     amount is stated in;
      *                                     spaces = the account's
      *                                     own currency. Another
      *                                     currency converts at
      *                                     the day's FXRATE rate
      *                                     (the trailer hash sums
      *                                     amounts as keyed)
      * Pos 41     PT-CASH-FLAG       X     Y=currency paid in or
      *                                     out over the counter
      *                                     on a 'D' or 'C'
      *                                     detail; space=not
      *                                     cash. Carried to
      *                                     POSTHIST for the
      *                                     CASHSURV large-cash
      *                                     surveillance
       01 TRAN-RECORD.
           05 PT-RECORD-TYPE             PIC X VALUE SPACE.
               88 PT-IS-HEADER                 VALUE 'H'.
               88 PT-IS-DETAIL                 VALUE 'D'.
               88 PT-IS-TRAILER                VALUE 'T'.
           05 PT-RECORD-BODY             PIC X(40) VALUE SPACES.
       01 TRAN-HEADER REDEFINES TRAN-RECORD.
           05 FILLER                     PIC X.
           05 PT-HDR-BATCH-DATE          PIC 9(8).
           05 PT-HDR-BATCH-NUMBER        PIC 9(4).
           05 FILLER                     PIC X(28).
       01 TRAN-DETAIL REDEFINES TRAN-RECORD.
           05 FILLER                     PIC X.
           05 PT-ACCT-SSN                PIC 9(9).
               88 PT-TRAN-IS-DEBIT             VALUE 'D'.
               88 PT-TRAN-IS-CREDIT            VALUE 'C'.
               88 PT-TRAN-IS-REVERSAL          VALUE 'R'.
               88 PT-TRAN-IS-TRANSFER          VALUE 'T'.
               88 PT-TRAN-IS-PAYROLL           VALUE 'P'.
               88 PT-TRAN-IS-DISPUTE-CREDIT    VALUE 'V'.
           05 PT-AMOUNT                  PIC 9(7)V99.
           05 PT-ORIG-DATE               PIC 9(8).
           05 PT-TARGET-SSN              PIC 9(9).
           05 PT-CURRENCY-CODE           PIC X(3).
           05 PT-CASH-FLAG               PIC X.
               88 PT-POSTING-IS-CASH           VALUE 'Y'.
               88 PT-CASH-FLAG-IS-VALID        VALUE 'Y' SPACE.
       01 TRAN-TRAILER REDEFINES TRAN-RECORD.
           05 FILLER                     PIC X.
           05 PT-TRL-RECORD-COUNT        PIC 9(6).
           05 PT-TRL-AMOUNT-HASH         PIC 9(9)V99.
           05 FILLER                     PIC X(23).
