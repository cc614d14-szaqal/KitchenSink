      * UNCL-PROP-REC - shared record layout for the ESCHMAST
      * unclaimed-property master, one record per stale-dated
      * CHECKREG check or long-dormant ACCTMAST balance ESCHEAT
      * has sent a due-diligence notice for, keyed by item type
      * and the item's own key. The record carries the item from
      * notice to its end: reclaimed (the owner came forward -
      * the check was voided or reissued, or DORMANT released
      * the account) or escheated (still unclaimed after the
      * notice window, turned over to the state on the holder
      * report). Replaces the printouts the yearly turnover used
      * to be worked from by hand.
      *
      * Pos  1     UP-ITEM-TYPE       X        Key: C=CHECKREG
      *                                        check A=ACCTMAST
      *                                        account
      * Pos  2-10  UP-ITEM-ID         9(9)     Key: check number
      *                                        or account SSN
      * Pos 11-16  UP-EMPLOYEE-NUMBER 9(6)     Owner; zero if no
      *                                        employee on file
      * Pos 17-25  UP-OWNER-SSN       9(9)     EMPXREF / ACCTMAST
      *                                        SSN; zero if none
      * Pos 26-55  UP-OWNER-NAME      X(30)
      * Pos 56-64  UP-AMOUNT          9(7)V99  Check amount, or
      *                                        balance at notice
      *                                        (at remittance once
      *                                        escheated)
      * Pos 65-72  UP-LAST-ACTIVITY   9(8)     YYYYMMDD issued or
      *                                        last posted
      * Pos 73-80  UP-NOTICE-DATE     9(8)     YYYYMMDD notice sent
      * Pos 81-88  UP-REPLY-BY-DATE   9(8)     End of the notice
      *                                        window
      * Pos 89     UP-STATUS          X        N=noticed R=reclaimed
      *                                        E=escheated
      * Pos 90-97  UP-CLOSE-DATE      9(8)     YYYYMMDD reclaimed or
      *                                        escheated; zero
      *                                        while noticed
           05 UP-ITEM-KEY.
               10 UP-ITEM-TYPE           PIC X VALUE SPACE.
                   88 UP-ITEM-IS-CHECK         VALUE 'C'.
                   88 UP-ITEM-IS-ACCOUNT       VALUE 'A'.
               10 UP-ITEM-ID             PIC 9(9) VALUE 0.
           05 UP-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 UP-OWNER-SSN               PIC 9(9) VALUE 0.
           05 UP-OWNER-NAME              PIC X(30) VALUE SPACES.
           05 UP-AMOUNT                  PIC 9(7)V99 VALUE 0.
           05 UP-LAST-ACTIVITY           PIC 9(8) VALUE 0.
           05 UP-NOTICE-DATE             PIC 9(8) VALUE 0.
           05 UP-REPLY-BY-DATE           PIC 9(8) VALUE 0.
           05 UP-STATUS                  PIC X VALUE 'N'.
               88 UP-ITEM-IS-NOTICED           VALUE 'N'.
               88 UP-ITEM-IS-RECLAIMED         VALUE 'R'.
               88 UP-ITEM-IS-ESCHEATED         VALUE 'E'.
           05 UP-CLOSE-DATE              PIC 9(8) VALUE 0.
