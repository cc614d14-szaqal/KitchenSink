      * LTR-REQ-REC - shared record layout for the LTRREQ letter
      * request queue. The account programs append one request
      * through the CALLed LTRREQW writer at the moment the event
      * happens - OVERDRFT places or releases a hold, DORMANT
      * flags an account, ACCTCLOS closes one, an account opens,
      * PRODMNT changes what an account earns - and the nightly
      * LTRPRINT run merges each request with its LT-TEMPLATE-ID
      * template (LTR-TMPL-REC.cpy) and the account. A request
      * LTRPRINT cannot print stays queued for the next night.
      *
      * Pos  1- 8  LQ-REQUEST-DATE   9(8)     YYYYMMDD, stamped by
      *                                       LTRREQW
      * Pos  9-14  LQ-TEMPLATE-ID    X(6)     Template to merge
      * Pos 15-23  LQ-ACCT-SSN       9(9)     Account (ACCTMAST key)
      * Pos 24-31  LQ-SOURCE-PROGRAM X(8)     Program that asked
      * Pos 32-39  LQ-EVENT-DATE     9(8)     YYYYMMDD of the event
      * Pos 40-49  LQ-EVENT-AMOUNT   S9(7)V99 Amount the event turned
      *                                       on (final balance of a
      *                                       closure, balance at a
      *                                       hold), sign leading
      *                                       separate
      * Pos 50-69  LQ-EVENT-DETAIL   X(20)    Free wording for the
      *                                       @DETAIL@ merge field
           05 LQ-REQUEST-DATE            PIC 9(8) VALUE 0.
           05 LQ-TEMPLATE-ID             PIC X(6) VALUE SPACES.
           05 LQ-ACCT-SSN                PIC 9(9) VALUE 0.
           05 LQ-SOURCE-PROGRAM          PIC X(8) VALUE SPACES.
           05 LQ-EVENT-DATE              PIC 9(8) VALUE 0.
           05 LQ-EVENT-AMOUNT            PIC S9(7)V99 VALUE 0
                                          SIGN LEADING SEPARATE.
           05 LQ-EVENT-DETAIL            PIC X(20) VALUE SPACES.
