      *                                   inside DORMANT's window;
      *                                   postings bounce to review
      *                                   until released)
      *                                   E=escheated (balance
      *                                   turned over to the state
      *                                   by ESCHEAT; nothing
      *                                   posts again)
      * Pos 19-27  AM-BALANCE    S9(7)V99 Current balance
      * The product code was added at the end per the EX-SEVERITY
      * convention; an account written before it reads its code
      * as spaces, which every pricing program takes as STD.
      * Pos 28-30  AM-PRODUCT-CODE X(3)   PROD-MASTER-REC.cpy
      *                                   product; PRODMNT changes
      *                                   it
      * The account type was added at the end the same way; an
      * account written before it reads as spaces, a deposit.
      * Pos 31     AM-ACCT-TYPE  X        D=deposit L=installment
      *                                   loan booked by LOANBOOK,
      *                                   its terms on LOANMAST
      *                                   (LOAN-MASTER-REC.cpy);
      *                                   the balance is what the
      *                                   borrower owes, carried
      *                                   negative
      * The currency was added at the end the same way; an account
      * written before it reads as spaces, home currency.
      * Pos 32-34  AM-CURRENCY-CODE X(3)  CURRTAB currency the
      *                                   balance is kept in;
      *                                   spaces or USD = home.
      *                                   PRODMNT changes it while
      *                                   the balance is zero
           05 AM-ACCT-SSN                PIC 9(9) VALUE 0.
           05 AM-OPEN-DATE               PIC 9(8) VALUE 0.
           05 AM-STATUS                  PIC X VALUE 'O'.
               88 AM-ACCOUNT-IS-CLOSED         VALUE 'C'.
               88 AM-ACCOUNT-IS-HELD           VALUE 'H'.
               88 AM-ACCOUNT-IS-DORMANT        VALUE 'D'.
               88 AM-ACCOUNT-IS-ESCHEATED      VALUE 'E'.
           05 AM-BALANCE                 PIC S9(7)V99 VALUE 0.
           05 AM-PRODUCT-CODE            PIC X(3) VALUE "STD".
           05 AM-ACCT-TYPE               PIC X VALUE 'D'.
               88 AM-ACCOUNT-IS-DEPOSIT        VALUE 'D' SPACE.
               88 AM-ACCOUNT-IS-LOAN           VALUE 'L'.
           05 AM-CURRENCY-CODE           PIC X(3) VALUE SPACES.
               88 AM-CURRENCY-IS-HOME          VALUE SPACES "USD".
