      * Pos 16-25  BN-ACCOUNT-NUMBER  X(10)  Bank account number
      * Pos 26     BN-PRENOTE-STATUS  X      P=prenote pending
      *                                      L=live for transfers
      *                                      S=suspended - DDRETURN
      *                                      had a transfer bounce
      *                                      on these details; paid
      *                                      by check until BANKMNT
      *                                      re-keys them
      * Pos 27-34  BN-KEYED-DATE      9(8)   YYYYMMDD details keyed
      * Pos 35     BN-PAY-ROUTE       X      Where net pay goes:
      *                                      B=external bank
      *                                      through DDEPOSIT
      *                                      A=credited to the
      *                                      employee's own ACCTMAST
      *                                      account (EMPXREF) by
      *                                      PAYACCT; no prenote -
      *                                      the account is ours
      * The pay route is added at the end per the EX-SEVERITY
      * convention; details keyed before it existed read a space,
      * which routes to the bank as before.
           05 BN-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 BN-ROUTING-NUMBER          PIC 9(9) VALUE 0.
           05 BN-ACCOUNT-NUMBER          PIC X(10) VALUE SPACES.
           05 BN-PRENOTE-STATUS          PIC X VALUE 'P'.
               88 BN-DETAILS-ARE-PRENOTE       VALUE 'P'.
               88 BN-DETAILS-ARE-LIVE          VALUE 'L'.
               88 BN-DETAILS-ARE-SUSPENDED     VALUE 'S'.
           05 BN-KEYED-DATE              PIC 9(8) VALUE 0.
           05 BN-PAY-ROUTE               PIC X VALUE 'B'.
               88 BN-ROUTE-TO-BANK             VALUE 'B' SPACE.
               88 BN-ROUTE-TO-ACCOUNT          VALUE 'A'.
