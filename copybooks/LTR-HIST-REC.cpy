      * LTR-HIST-REC - shared record layout for the LTRHIST
      * correspondence history LTRPRINT appends to for every letter
      * it prints: which letter went to which account, when it was
      * asked for and when it went out. Append log - "did we ever
      * tell this customer?" is answered here.
      *
      * Pos  1- 9  LH-ACCT-SSN       9(9)  Account written to
      * Pos 10-15  LH-TEMPLATE-ID    X(6)  Letter sent
      * Pos 16-23  LH-REQUEST-DATE   9(8)  YYYYMMDD requested
      * Pos 24-31  LH-PRINT-DATE     9(8)  YYYYMMDD printed
      * Pos 32-39  LH-SOURCE-PROGRAM X(8)  Program that asked
      * Pos 40-45  LH-LETTER-NUMBER  9(6)  Letter number within the
      *                                    night's print file
      * Pos 46-65  LH-EVENT-DETAIL   X(20) As on the request
           05 LH-ACCT-SSN                PIC 9(9) VALUE 0.
           05 LH-TEMPLATE-ID             PIC X(6) VALUE SPACES.
           05 LH-REQUEST-DATE            PIC 9(8) VALUE 0.
           05 LH-PRINT-DATE              PIC 9(8) VALUE 0.
           05 LH-SOURCE-PROGRAM          PIC X(8) VALUE SPACES.
           05 LH-LETTER-NUMBER           PIC 9(6) VALUE 0.
           05 LH-EVENT-DETAIL            PIC X(20) VALUE SPACES.
