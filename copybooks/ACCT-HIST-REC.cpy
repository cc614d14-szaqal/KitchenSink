      * Pos 29-38  AH-FINAL-BALANCE  S9(7)V99 Balance at closure,
      *                              sign leading separate; zero
      *                              unless carried out
      * Pos 39-41  AH-CURRENCY-CODE  X(3)     Account currency the
      *                              final balance is in; spaces
      *                              = home
           05 AH-ACCT-SSN                PIC 9(9) VALUE 0.
           05 AH-OPEN-DATE               PIC 9(8) VALUE 0.
           05 AH-CLOSE-DATE              PIC 9(8) VALUE 0.
           05 AH-CLOSE-REASON            PIC X(3) VALUE SPACES.
           05 AH-FINAL-BALANCE           PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05 AH-CURRENCY-CODE           PIC X(3) VALUE SPACES.
