      * LOAN-MASTER-REC - shared record layout for the LOANMAST
      * installment-loan master: the terms and running position of
      * every small loan the business writes, one record per loan
      * account, keyed on the ACCTMAST account it was booked on
      * (AM-ACCT-TYPE 'L'). LOANBOOK adds it and prints the
      * amortization schedule; ACCTPOST splits each payment into
      * interest, late charges and principal against it; LOANDLQ
      * ages it every day, assessing late charges after the grace
      * period and setting the delinquency bucket; ACCTSTMT prints
      * its summary on the loan statement. The account's balance
      * on ACCTMAST is always the principal plus the unpaid late
      * charges, carried negative - interest is charged only as
      * it is paid, so it never sits on the balance.
      *
      * Pos  1- 9  LN-ACCT-SSN          9(9)      ACCTMAST account
      * Pos 10-17  LN-BOOK-DATE         9(8)      YYYYMMDD booked
      * Pos 18-26  LN-ORIG-PRINCIPAL    9(7)V99   Amount advanced
      * Pos 27-32  LN-ANNUAL-RATE       9(2)V9(4) Annual percent,
      *                                           095000 = 9.5000
      * Pos 33-35  LN-TERM-MONTHS       9(3)      Monthly
      *                                           installments
      * Pos 36-44  LN-PAYMENT-AMOUNT    9(7)V99   Scheduled
      *                                           installment
      * Pos 45-52  LN-FIRST-DUE-DATE    9(8)      First installment
      * Pos 53-60  LN-NEXT-DUE-DATE     9(8)      Installment now
      *                                           due; zero once
      *                                           paid off
      * Pos 61-62  LN-ANCHOR-DAY        99        Day of month the
      *                                           installments
      *                                           fall on; a short
      *                                           month takes its
      *                                           last day
      * Pos 63-71  LN-PRINCIPAL-BALANCE 9(7)V99   Principal owed
      * Pos 72-78  LN-INTEREST-DUE      9(5)V99   Interest of the
      *                                           installment now
      *                                           due not yet paid
      * Pos 79-87  LN-INSTALLMENT-PAID  9(7)V99   Paid so far
      *                                           toward the
      *                                           installment now
      *                                           due
      * Pos 88-96  LN-INTEREST-PAID     9(7)V99   Interest paid to
      *                                           date
      * Pos 97-99  LN-PAYMENTS-MADE     9(3)      Installments met
      * Pos 100-106 LN-LATE-CHARGE-DUE  9(5)V99   Late charges
      *                                           assessed, unpaid
      * Pos 107-114 LN-LATE-CHARGED-FOR 9(8)      Due date the last
      *                                           late charge was
      *                                           assessed for - one
      *                                           charge per missed
      *                                           installment
      * Pos 115-117 LN-DAYS-PAST-DUE    9(3)      As of LOANDLQ's
      *                                           last run
      * Pos 118    LN-DELINQ-BUCKET     X         Space=current
      *                                           1=30 2=60 3=90
      *                                           days and over
      * Pos 119    LN-LOAN-STATUS       X         A=active P=paid
      *                                           off
      * Pos 120-127 LN-LAST-PAY-DATE    9(8)      Last payment
           05 LN-ACCT-SSN                PIC 9(9) VALUE 0.
           05 LN-BOOK-DATE               PIC 9(8) VALUE 0.
           05 LN-ORIG-PRINCIPAL          PIC 9(7)V99 VALUE 0.
           05 LN-ANNUAL-RATE             PIC 9(2)V9(4) VALUE 0.
           05 LN-TERM-MONTHS             PIC 9(3) VALUE 0.
           05 LN-PAYMENT-AMOUNT          PIC 9(7)V99 VALUE 0.
           05 LN-FIRST-DUE-DATE          PIC 9(8) VALUE 0.
           05 LN-NEXT-DUE-DATE           PIC 9(8) VALUE 0.
           05 LN-ANCHOR-DAY              PIC 99 VALUE 0.
           05 LN-PRINCIPAL-BALANCE       PIC 9(7)V99 VALUE 0.
           05 LN-INTEREST-DUE            PIC 9(5)V99 VALUE 0.
           05 LN-INSTALLMENT-PAID        PIC 9(7)V99 VALUE 0.
           05 LN-INTEREST-PAID           PIC 9(7)V99 VALUE 0.
           05 LN-PAYMENTS-MADE           PIC 9(3) VALUE 0.
           05 LN-LATE-CHARGE-DUE         PIC 9(5)V99 VALUE 0.
           05 LN-LATE-CHARGED-FOR        PIC 9(8) VALUE 0.
           05 LN-DAYS-PAST-DUE           PIC 9(3) VALUE 0.
           05 LN-DELINQ-BUCKET           PIC X VALUE SPACE.
               88 LN-BUCKET-IS-CURRENT         VALUE SPACE.
               88 LN-BUCKET-IS-30              VALUE '1'.
               88 LN-BUCKET-IS-60              VALUE '2'.
               88 LN-BUCKET-IS-90              VALUE '3'.
           05 LN-LOAN-STATUS             PIC X VALUE 'A'.
               88 LN-LOAN-IS-ACTIVE            VALUE 'A'.
               88 LN-LOAN-IS-PAID-OFF          VALUE 'P'.
           05 LN-LAST-PAY-DATE           PIC 9(8) VALUE 0.
