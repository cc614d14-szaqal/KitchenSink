      *                                   interest-paid statement
      *                                   F=SVCCHRG service-charge
      *                                   assessment
      *                                   U=ESCHEAT unclaimed-
      *                                   property remittance,
      *                                   the balance leaving for
      *                                   the state
      *                                   T=one leg of an internal
      *                                   account-to-account
      *                                   transfer
      *                                   P=employee net pay
      *                                   credited by the payroll
      *                                   cycle through PAYACCT
      *                                   A=installment loan
      *                                   advance booked by
      *                                   LOANBOOK
      *                                   L=loan payment; ACCTPOST
      *                                   splits it and writes
      *                                   the interest share as
      *                                   N=loan interest charged
      *                                   K=LOANDLQ late charge
      *                                   V=dispute credit on a
      *                                   disputed debit (DISPMAST),
      *                                   the one DISPMNT reverses
      *                                   through an 'R' when the
      *                                   dispute is denied
      * Pos 29-36  PH-ORIG-DATE  9(8)     On a reversal, the post
      *                                   date of the entry backed
      *                                   out; zero otherwise
      * Pos 37-45  PH-XFER-ACCT-SSN 9(9)  On a transfer leg, the
      *                                   other account - debit
      *                                   leg names the target,
      *                                   credit leg the source
      * Pos 46-63  PH-XFER-REF      X(18)  Reference both legs
      *                                   share: ACCTTRAN batch
      *                                   date, batch number and
      *                                   detail sequence
      * The entry-type, original-date and transfer fields are
      * added at the end so history written before they existed
      * still lines up, the EX-SEVERITY convention - a short old
      * record reads back with a space type, which means ordinary.
      * Pos 64-66  PH-CURRENCY-CODE X(3)  Currency of the account
      *                                   the entry posted to;
      *                                   spaces = home currency
      * Pos 67-75  PH-HOME-AMOUNT   9(7)V99 On a foreign-currency
      *                                   entry, its value in home
      *                                   currency at the posting
      *                                   day's FXRATE rate - what
      *                                   GLJRNL journals and the
      *                                   transfer netting proves
      *                                   on; zero on a home entry,
      *                                   whose PH-AMOUNT is
      *                                   already home currency
      * Pos 76     PH-CASH-FLAG     X     Y=cash paid in or out
      *                                   over the counter, from
      *                                   the ACCTTRAN detail -
      *                                   what CASHSURV watches;
      *                                   space on everything else
           05 PH-ACCT-SSN                PIC 9(9) VALUE 0.
           05 PH-POST-DATE               PIC 9(8) VALUE 0.
           05 PH-TRAN-CODE               PIC X VALUE SPACE.
               88 PH-ENTRY-IS-REVERSAL         VALUE 'R'.
               88 PH-ENTRY-IS-INTEREST         VALUE 'I'.
               88 PH-ENTRY-IS-FEE              VALUE 'F'.
               88 PH-ENTRY-IS-ESCHEAT          VALUE 'U'.
               88 PH-ENTRY-IS-TRANSFER         VALUE 'T'.
               88 PH-ENTRY-IS-PAYROLL          VALUE 'P'.
               88 PH-ENTRY-IS-LOAN-ADVANCE     VALUE 'A'.
               88 PH-ENTRY-IS-LOAN-PAYMENT     VALUE 'L'.
               88 PH-ENTRY-IS-LOAN-INTEREST    VALUE 'N'.
               88 PH-ENTRY-IS-LATE-CHARGE      VALUE 'K'.
               88 PH-ENTRY-IS-DISPUTE-CREDIT   VALUE 'V'.
           05 PH-ORIG-DATE               PIC 9(8) VALUE 0.
           05 PH-XFER-ACCT-SSN           PIC 9(9) VALUE 0.
           05 PH-XFER-REF.
               10 PH-XFER-BATCH-DATE     PIC 9(8) VALUE 0.
               10 PH-XFER-BATCH-NUMBER   PIC 9(4) VALUE 0.
               10 PH-XFER-SEQUENCE       PIC 9(6) VALUE 0.
           05 PH-CURRENCY-CODE           PIC X(3) VALUE SPACES.
               88 PH-CURRENCY-IS-HOME          VALUE SPACES "USD".
           05 PH-HOME-AMOUNT             PIC 9(7)V99 VALUE 0.
           05 PH-CASH-FLAG               PIC X VALUE SPACE.
               88 PH-POSTING-IS-CASH           VALUE 'Y'.
