      * GL-MAP-REC - shared record layout for the GLMAP general
      * ledger account-mapping master, one record per kind of
      * money this suite moves, naming the ledger account it
      * lands in. GLMAPMNT maintains it; GLJRNL looks every
      * PAYHIST and POSTHIST amount up here to build the period
      * journal, so finance stops re-keying register totals.
      *
      * Payroll (source P):
      *   GRS dept  Gross pay expense for the EMPDEPT department;
      *             a spaces qualifier is the catch-all for any
      *             department without a line of its own, and for
      *             unassigned employees
      *   DED code  Liability for a DEDMAST code; TAX carries the
      *             TAXMAST withholding and GRN the GARNMAST court
      *             orders
      *   EXP dept  Expense claims repaid through pay for the
      *             EMPDEPT department, spaces the catch-all as
      *             for GRS
      *   NET       Net pay, the cash account
      * Accounts (source A), account side and offset side:
      *   ORD       Customer debits and credits, and reversals of
      *             them - offset is the cash account
      *   INT       ACCTACCR interest ('I') - offset is interest
      *             expense
      *   FEE       SVCCHRG fees ('F') - offset is fee income
      *   ESC       ESCHEAT balances remitted to the state as
      *             unclaimed property ('U') - offset is the
      *             unclaimed-property payable
      *   LON       Installment loans: LOANBOOK advances ('A') and
      *             ACCTPOST payments ('L') - account side is
      *             loans receivable, offset is the cash account
      *   LNI       Loan interest charged as paid ('N') - offset
      *             is loan interest income
      *   LNK       LOANDLQ late charges ('K') - offset is late
      *             charge income
      * A credit to a customer credits the account side and
      * debits the offset; a debit the reverse.
      *
      * Pos  1     GM-SOURCE          X      P=payroll A=accounts
      * Pos  2- 4  GM-ITEM            X(3)   See above
      * Pos  5- 8  GM-QUALIFIER       X(4)   Department or DEDMAST
      *                                      code; spaces otherwise
      * Pos  9-18  GM-GL-ACCOUNT      X(10)  Ledger account
      * Pos 19-28  GM-OFFSET-ACCOUNT  X(10)  Accounts side only;
      *                                      spaces for payroll
      * Pos 29-48  GM-DESCRIPTION     X(20)  Journal line text
           05 GM-MAP-KEY.
               10 GM-SOURCE              PIC X VALUE SPACE.
                   88 GM-SOURCE-IS-PAYROLL     VALUE 'P'.
                   88 GM-SOURCE-IS-ACCOUNTS    VALUE 'A'.
               10 GM-ITEM                PIC X(3) VALUE SPACES.
               10 GM-QUALIFIER           PIC X(4) VALUE SPACES.
           05 GM-GL-ACCOUNT              PIC X(10) VALUE SPACES.
           05 GM-OFFSET-ACCOUNT          PIC X(10) VALUE SPACES.
           05 GM-DESCRIPTION             PIC X(20) VALUE SPACES.
