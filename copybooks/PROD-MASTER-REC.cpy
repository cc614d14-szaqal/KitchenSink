      * PROD-MASTER-REC - shared record layout for the PRODMAST
      * account product master: what each kind of account the
      * business sells earns and costs. Every ACCTMAST account
      * carries a product code (AM-PRODUCT-CODE); ACCTACCR prices
      * interest, SVCCHRG the monthly fee and OVERDRFT the
      * overdraft allowance from the account's product, where the
      * single RATECTL and FEECTL cards used to price them all.
      * PRODMNT maintains it; PRODRPT counts accounts and balances
      * by it. An account carrying no product code prices as STD,
      * the house standard account the cards used to describe.
      *
      * Pos  1- 3  PR-PRODUCT-CODE    X(3)      Master record key
      * Pos  4-23  PR-PRODUCT-NAME    X(20)     Printable name
      * Pos 24     PR-TIER-COUNT      9         Rate tiers in use,
      *                                         1 to 4
      * Four 15-byte rate tiers follow, positions 25-84, in
      * ascending floor order, the first floored at zero:
      *   PR-TIER-FLOOR  9(7)V99   Balance at or above which the
      *                            tier's rate applies
      *   PR-TIER-RATE   9(2)V9(4) Annual percent, 035000 = 3.5000
      * The whole balance earns the rate of the highest tier it
      * reaches; an overdrawn balance is charged at the first.
      * Pos 85-91  PR-MONTHLY-FEE     9(5)V99   Flat monthly fee
      * Pos 92-100 PR-WAIVER-MINIMUM  9(7)V99   Balance at or above
      *                                         this waives the fee
      * Pos 101-109 PR-OVERDRAFT-LIMIT 9(7)V99  How far below zero
      *                                         the balance may go
      *                                         before it ages
      *                                         toward dunning
           05 PR-PRODUCT-CODE            PIC X(3) VALUE SPACES.
           05 PR-PRODUCT-NAME            PIC X(20) VALUE SPACES.
           05 PR-TIER-COUNT              PIC 9 VALUE 1.
           05 PR-RATE-TIER OCCURS 4 TIMES.
               10 PR-TIER-FLOOR          PIC 9(7)V99.
               10 PR-TIER-RATE           PIC 9(2)V9(4).
           05 PR-MONTHLY-FEE             PIC 9(5)V99 VALUE 0.
           05 PR-WAIVER-MINIMUM          PIC 9(7)V99 VALUE 0.
           05 PR-OVERDRAFT-LIMIT         PIC 9(7)V99 VALUE 0.
