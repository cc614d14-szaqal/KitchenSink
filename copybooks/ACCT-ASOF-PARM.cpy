      * ACCT-ASOF-PARM - parameter area for the CALLed ASOFW
      * as-of balance service, so the CONSOLE inquiry and the
      * ACCTASOF batch answer "what was the balance on that day"
      * by the one rule instead of each adding up POSTHIST its
      * own way. The caller fills the account key (the TOKVAULT
      * token the masters carry) and a YYYYMMDD as-of date; the
      * balance is the one the account carried at the end of
      * that day. Request code:
      *   'B' - balance as of BQ-AS-OF-DATE.
      * The service starts from the account's nearest SNAPHIST
      * snapshot on or before the date and rolls the POSTHIST
      * postings after it forward to the date. With no snapshot
      * that early it rolls backward instead - from the
      * account's first snapshot after the date, or, with none,
      * from the balance it carries today (zero for an account
      * closed to ACCTHIST, whose carry-out left it at zero).
      * Credits count up and debits down, the ACCTSNAP rule.
      * Hands back the base it started from, the roll direction,
      * the as-of balance, and the postings rolled over - the
      * first 50 listed, every one counted and netted.
      * Result 'Y' means answered; 'N' an account on neither
      * ACCTMAST nor ACCTHIST; 'U' the account master could not
      * be opened - the caller says which, the service never
      * guesses a balance.
           05 BQ-REQUEST-CODE            PIC X VALUE SPACE.
               88 BQ-REQUEST-IS-BALANCE        VALUE 'B'.
           05 BQ-ACCT-SSN                PIC 9(9) VALUE 0.
           05 BQ-AS-OF-DATE              PIC 9(8) VALUE 0.
           05 BQ-RESULT                  PIC X VALUE SPACE.
               88 BQ-WAS-ANSWERED              VALUE 'Y'.
               88 BQ-ACCOUNT-NOT-FOUND         VALUE 'N'.
               88 BQ-MASTER-UNAVAILABLE        VALUE 'U'.
      * The account as it stands: AM-STATUS off ACCTMAST, or 'C'
      * with the ACCTHIST closure date for a closed account.
           05 BQ-ACCOUNT-STATUS          PIC X VALUE SPACE.
           05 BQ-OPEN-DATE               PIC 9(8) VALUE 0.
           05 BQ-CLOSE-DATE              PIC 9(8) VALUE 0.
           05 BQ-CURRENCY-CODE           PIC X(3) VALUE SPACES.
      * S=SNAPHIST snapshot, M=balance on the master today.
           05 BQ-BASE-SOURCE             PIC X VALUE SPACE.
               88 BQ-BASE-IS-SNAPSHOT          VALUE 'S'.
               88 BQ-BASE-IS-CURRENT           VALUE 'M'.
           05 BQ-BASE-DATE               PIC 9(8) VALUE 0.
           05 BQ-BASE-BALANCE            PIC S9(7)V99 VALUE 0.
      * F=rolled forward from an earlier base, B=backed off a
      * later one.
           05 BQ-DIRECTION               PIC X VALUE SPACE.
               88 BQ-ROLLED-FORWARD            VALUE 'F'.
               88 BQ-ROLLED-BACKWARD           VALUE 'B'.
           05 BQ-NET-ACTIVITY            PIC S9(7)V99 VALUE 0.
           05 BQ-AS-OF-BALANCE           PIC S9(7)V99 VALUE 0.
           05 BQ-POSTING-COUNT           PIC 9(5) VALUE 0.
           05 BQ-POSTING-ENTRY OCCURS 50 TIMES.
               10 BQ-POST-DATE           PIC 9(8).
               10 BQ-TRAN-CODE           PIC X.
               10 BQ-AMOUNT              PIC 9(7)V99.
               10 BQ-ENTRY-TYPE          PIC X.
               10 BQ-ORIG-DATE           PIC 9(8).
