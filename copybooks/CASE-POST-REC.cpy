      * CASE-POST-REC - shared record layout for the CASEPOST
      * contributing-posting file behind the CASEMAST cases: one
      * record per POSTHIST cash posting a case rests on, keyed by
      * case and line. POSTHIST entries carry no number of their
      * own, so a posting is identified by account, date, code,
      * amount and its occurrence among identical entries that
      * day - stable, since POSTHIST is only ever appended to.
      * The alternate key (case type plus that identity) is how
      * CASHSURV knows a posting is already on a case of the kind
      * and must not be reported again.
      *
      * Pos  1- 7  CP-CASE-NUMBER     9(7)     Key: CASEMAST case
      * Pos  8-11  CP-LINE-NUMBER     9(4)     Key: line in case
      * Pos 12     CP-CASE-TYPE       X        Alt key: L, S or O
      * Pos 13-21  CP-ACCT-SSN        9(9)     Alt key: account
      * Pos 22-29  CP-POST-DATE       9(8)     Alt key: YYYYMMDD
      * Pos 30     CP-TRAN-CODE       X        Alt key: D or C
      * Pos 31-39  CP-AMOUNT          9(7)V99  Alt key: as posted,
      *                                        account currency
      * Pos 40-42  CP-OCCURRENCE      9(3)     Alt key: 1 for the
      *                                        first such entry of
      *                                        the day, 2 the next
      * Pos 43-45  CP-CURRENCY-CODE   X(3)     Spaces = home
      * Pos 46-54  CP-HOME-AMOUNT     9(7)V99  Value in home
      *                                        currency
           05 CP-CASE-LINE-KEY.
               10 CP-CASE-NUMBER         PIC 9(7) VALUE 0.
               10 CP-LINE-NUMBER         PIC 9(4) VALUE 0.
           05 CP-POSTING-KEY.
               10 CP-CASE-TYPE           PIC X VALUE SPACE.
               10 CP-ACCT-SSN            PIC 9(9) VALUE 0.
               10 CP-POST-DATE           PIC 9(8) VALUE 0.
               10 CP-TRAN-CODE           PIC X VALUE SPACE.
               10 CP-AMOUNT              PIC 9(7)V99 VALUE 0.
               10 CP-OCCURRENCE          PIC 9(3) VALUE 0.
           05 CP-CURRENCY-CODE           PIC X(3) VALUE SPACES.
           05 CP-HOME-AMOUNT             PIC 9(7)V99 VALUE 0.
