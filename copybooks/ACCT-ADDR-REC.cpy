      * ACCT-ADDR-REC - shared record layout for the ACCTADDR
      * customer name-and-address master, keyed on the account
      * (the ACCTMAST key). ACCTOPEN files one for every account
      * it opens from a customer application, so a customer who is
      * not an employee - and so has no EMPXREF link to an
      * ADDRMAST address - can still be written to: ACCTSTMT and
      * LTRPRINT fall back to it when the cross-reference does not
      * resolve. Street through zip run the ADDRMAST widths
      * (EMP-ADDR-REC.cpy) so the two print the same way.
      *
      * Pos  1- 9  AA-ACCT-SSN      9(9)   Master record key
      * Pos 10-39  AA-CUSTOMER-NAME X(30)  Name as it prints
      * Pos 40-64  AA-STREET        X(25)
      * Pos 65-79  AA-CITY          X(15)
      * Pos 80-81  AA-STATE         X(2)
      * Pos 82-86  AA-ZIP           X(5)
      * Pos 87-94  AA-ADDED-DATE    9(8)   YYYYMMDD filed
           05 AA-ACCT-SSN                PIC 9(9) VALUE 0.
           05 AA-CUSTOMER-NAME           PIC X(30) VALUE SPACES.
           05 AA-STREET                  PIC X(25) VALUE SPACES.
           05 AA-CITY                    PIC X(15) VALUE SPACES.
           05 AA-STATE                   PIC X(2) VALUE SPACES.
           05 AA-ZIP                     PIC X(5) VALUE SPACES.
           05 AA-ADDED-DATE              PIC 9(8) VALUE 0.
