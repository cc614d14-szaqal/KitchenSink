      * EXP-CLAIM-REC - shared record layout for the EXPMAST
      * expense-claim master, keyed by employee and receipt
      * reference so the same receipt can never be claimed
      * twice. EXPCLAIM writes each claim that passes its edits;
      * a claim within its EXPCTL category limit is approved at
      * once, one over the limit waits on the APPRW dual-control
      * queue until a second operator releases it. PAYCALC pays
      * every approved claim on the employee's next pay as a
      * non-taxable reimbursement added to net - never through
      * hours, gross or a DEDMAST entry - and marks it paid.
      *
      * Pos  1- 6  XP-EMPLOYEE-NUMBER 9(6)    Master record key
      * Pos  7-18  XP-RECEIPT-REF     X(12)   with the receipt
      * Pos 19-26  XP-CLAIM-DATE      9(8)    YYYYMMDD spent
      * Pos 27-30  XP-CATEGORY        X(4)    EXPCTL category
      * Pos 31-37  XP-AMOUNT          9(5)V99 Amount claimed
      * Pos 38     XP-STATUS          X       A=awaiting approval
      *                                       Y=approved to pay
      *                                       P=paid
      * Pos 39-46  XP-ENTERED-DATE    9(8)    EXPCLAIM run date
      * Pos 47-52  XP-APPROVAL-ITEM   9(6)    APPRQUE item number
      *                                       when over the limit
      * Pos 53-60  XP-PAID-PERIOD     9(8)    PAYPCTL period paid
      * Pos 61-68  XP-PAID-DATE       9(8)    PAYCALC run date
      * Pos 69-72  XP-DEPT-CODE       X(4)    EMPDEPT department
      *                                       when entered
           05 XP-CLAIM-KEY.
               10 XP-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 XP-RECEIPT-REF         PIC X(12) VALUE SPACES.
           05 XP-CLAIM-DATE              PIC 9(8) VALUE 0.
           05 XP-CATEGORY                PIC X(4) VALUE SPACES.
           05 XP-AMOUNT                  PIC 9(5)V99 VALUE 0.
           05 XP-STATUS                  PIC X VALUE 'A'.
               88 XP-CLAIM-IS-AWAITING         VALUE 'A'.
               88 XP-CLAIM-IS-APPROVED         VALUE 'Y'.
               88 XP-CLAIM-IS-PAID             VALUE 'P'.
           05 XP-ENTERED-DATE            PIC 9(8) VALUE 0.
           05 XP-APPROVAL-ITEM           PIC 9(6) VALUE 0.
           05 XP-PAID-PERIOD             PIC 9(8) VALUE 0.
           05 XP-PAID-DATE               PIC 9(8) VALUE 0.
           05 XP-DEPT-CODE               PIC X(4) VALUE SPACES.
