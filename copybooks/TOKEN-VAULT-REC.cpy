      * TOKEN-VAULT-REC - record layout for the TOKVAULT token
      * vault the CALLed TOKENW service keeps: one record per
      * sensitive value ever tokenized, pairing the surrogate
      * token the masters and history files now carry with the
      * clear value it stands for. Keyed on the token, with the
      * clear value as a unique alternate key, so the same SSN or
      * bank account always takes the same token and every file
      * that joins on it still joins. This is the one dataset
      * that still holds the clear values - it is secured apart
      * from the masters and read only through TOKENW.
      *
      * A token keeps the width of the value it replaces and its
      * last four characters, so SSNMASKW's XXX-XX-nnnn print and
      * an operator's "account ending nnnn" still come out right
      * without detokenizing:
      *   SSN      9 + 4-digit sequence + last four   (never an
      *            issued SSN - no area number starts with 9)
      *   Bank     T + 4-digit sequence + last four, space-filled
      *            to the 10-byte account field
      *
      * Pos  1     TV-TOKEN-TYPE    X      S=SSN B=bank account
      * Pos  2-11  TV-TOKEN         X(10)  Surrogate token
      * Pos 12     TV-CLEAR-TYPE    X      Same as TV-TOKEN-TYPE
      * Pos 13-22  TV-CLEAR-VALUE   X(10)  The value tokenized
      * Pos 23-30  TV-ASSIGNED-DATE 9(8)   YYYYMMDD assigned
      * Pos 31-38  TV-ASSIGNED-BY   X(8)   Program that first
      *                                    tokenized the value
           05 TV-TOKEN-KEY.
               10 TV-TOKEN-TYPE          PIC X VALUE SPACE.
                   88 TV-TOKEN-IS-SSN          VALUE 'S'.
                   88 TV-TOKEN-IS-BANK         VALUE 'B'.
               10 TV-TOKEN               PIC X(10) VALUE SPACES.
           05 TV-CLEAR-KEY.
               10 TV-CLEAR-TYPE          PIC X VALUE SPACE.
               10 TV-CLEAR-VALUE         PIC X(10) VALUE SPACES.
           05 TV-ASSIGNED-DATE           PIC 9(8) VALUE 0.
           05 TV-ASSIGNED-BY             PIC X(8) VALUE SPACES.
