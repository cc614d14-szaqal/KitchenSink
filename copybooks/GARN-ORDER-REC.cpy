      * GARN-ORDER-REC - shared record layout for the GARNMAST
      * court-ordered garnishment master, one record per order,
      * keyed by employee, priority and case number so a keyed
      * browse over one employee's orders comes back in the order
      * the orders must be satisfied. GARNMNT maintains it;
      * PAYCALC takes each active order in turn out of the
      * disposable earnings (gross less withholding), within the
      * GARNCTL cap, draws the balance down and closes the order
      * the period it is paid off. Replaces garnishments keyed as
      * flat GRN entries in a DEDMAST slot, which nothing capped,
      * tracked or ranked.
      *
      * Pos  1- 6  GO-EMPLOYEE-NUMBER 9(6)     Key: employee
      * Pos  7- 8  GO-PRIORITY        9(2)     Key: 01 is taken
      *                                        first
      * Pos  9-20  GO-CASE-NUMBER     X(12)    Key: court case
      * Pos 21-40  GO-PAYEE           X(20)    Who the money is
      *                                        remitted to
      * Pos 41     GO-AMOUNT-TYPE     X        F=flat per period
      *                                        P=percent of
      *                                        disposable earnings
      * Pos 42-48  GO-AMOUNT-VALUE    9(5)V99  Dollars, or percent
      *                                        (02500 = 25.00 pct)
      * Pos 49-57  GO-TOTAL-OWED      9(7)V99  Amount of the order
      * Pos 58-66  GO-BALANCE         9(7)V99  Still owed
      * Pos 67-75  GO-PAID-TO-DATE    9(7)V99  Taken so far
      * Pos 76     GO-STATUS          X        A=active C=closed,
      *                                        paid off V=vacated
      * Pos 77-84  GO-OPEN-DATE       9(8)     YYYYMMDD keyed
      * Pos 85-92  GO-CLOSE-DATE      9(8)     YYYYMMDD closed or
      *                                        vacated; zero if
      *                                        active
           05 GO-ORDER-KEY.
               10 GO-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 GO-PRIORITY            PIC 9(2) VALUE 0.
               10 GO-CASE-NUMBER         PIC X(12) VALUE SPACES.
           05 GO-PAYEE                   PIC X(20) VALUE SPACES.
           05 GO-AMOUNT-TYPE             PIC X VALUE 'F'.
               88 GO-AMOUNT-IS-FLAT            VALUE 'F'.
               88 GO-AMOUNT-IS-PERCENT         VALUE 'P'.
           05 GO-AMOUNT-VALUE            PIC 9(5)V99 VALUE 0.
           05 GO-TOTAL-OWED              PIC 9(7)V99 VALUE 0.
           05 GO-BALANCE                 PIC 9(7)V99 VALUE 0.
           05 GO-PAID-TO-DATE            PIC 9(7)V99 VALUE 0.
           05 GO-STATUS                  PIC X VALUE 'A'.
               88 GO-ORDER-IS-ACTIVE           VALUE 'A'.
               88 GO-ORDER-IS-CLOSED           VALUE 'C'.
               88 GO-ORDER-IS-VACATED          VALUE 'V'.
           05 GO-OPEN-DATE               PIC 9(8) VALUE 0.
           05 GO-CLOSE-DATE              PIC 9(8) VALUE 0.
