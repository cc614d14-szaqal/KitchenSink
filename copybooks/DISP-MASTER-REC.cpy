      * DISP-MASTER-REC - shared record layout for the DISPMAST
      * posting-dispute master: one record per POSTHIST debit a
      * customer disputes, keyed to that entry by account, post
      * date and amount - the same identity ACCTPOST's reversal
      * path matches on, since POSTHIST entries carry no number
      * of their own. DISPMNT opens the dispute, optionally with
      * a provisional credit posted as a 'V' entry, and later
      * resolves it: found for the customer makes the credit
      * final, denied reverses it through the ordinary 'R' path.
      * DISPAGE lists the disputes still open past the deadline.
      *
      * Pos  1- 9  DP-ACCT-SSN        9(9)     Key: account
      * Pos 10-17  DP-POST-DATE       9(8)     Key: YYYYMMDD the
      *                                        disputed debit posted
      * Pos 18-26  DP-AMOUNT          9(7)V99  Key: as posted,
      *                                        account currency
      * Pos 27-34  DP-OPENED-DATE     9(8)     YYYYMMDD opened
      * Pos 35-42  DP-DEADLINE-DATE   9(8)     YYYYMMDD resolution
      *                                        is due by
      * Pos 43-44  DP-REASON-CODE     X(2)     UA=unauthorized
      *                                        DP=duplicate posting
      *                                        NR=goods or service
      *                                        not received
      *                                        AM=wrong amount
      *                                        OT=other
      * Pos 45-74  DP-REASON-TEXT     X(30)    Customer's account
      *                                        of the dispute
      * Pos 75     DP-STATUS          X        O=open F=found for
      *                                        the customer (credit
      *                                        final) D=denied
      *                                        (credit reversed)
      * Pos 76-84  DP-CREDIT-AMOUNT   9(7)V99  Credited on the
      *                                        dispute so far; zero
      *                                        if none
      * Pos 85-92  DP-CREDIT-DATE     9(8)     YYYYMMDD the credit
      *                                        posted - the 'V'
      *                                        entry a denial
      *                                        reverses
      * Pos 93-100 DP-RESOLVED-DATE   9(8)     YYYYMMDD resolved;
      *                                        zero while open
      * Pos 101-108 DP-OPENED-BY      X(8)     Operator opening
      * Pos 109-116 DP-RESOLVED-BY    X(8)     Operator resolving
           05 DP-DISPUTE-KEY.
               10 DP-ACCT-SSN            PIC 9(9) VALUE 0.
               10 DP-POST-DATE           PIC 9(8) VALUE 0.
               10 DP-AMOUNT              PIC 9(7)V99 VALUE 0.
           05 DP-OPENED-DATE             PIC 9(8) VALUE 0.
           05 DP-DEADLINE-DATE           PIC 9(8) VALUE 0.
           05 DP-REASON-CODE             PIC X(2) VALUE SPACES.
               88 DP-REASON-IS-VALID           VALUE "UA" "DP" "NR"
                                                     "AM" "OT".
           05 DP-REASON-TEXT             PIC X(30) VALUE SPACES.
           05 DP-STATUS                  PIC X VALUE 'O'.
               88 DP-DISPUTE-IS-OPEN           VALUE 'O'.
               88 DP-DISPUTE-IS-FOUND          VALUE 'F'.
               88 DP-DISPUTE-IS-DENIED         VALUE 'D'.
           05 DP-CREDIT-AMOUNT           PIC 9(7)V99 VALUE 0.
           05 DP-CREDIT-DATE             PIC 9(8) VALUE 0.
           05 DP-RESOLVED-DATE           PIC 9(8) VALUE 0.
           05 DP-OPENED-BY               PIC X(8) VALUE SPACES.
           05 DP-RESOLVED-BY             PIC X(8) VALUE SPACES.
