      * POS-PAY-REC - record layouts for the POSPAY positive-pay
      * issue file POSPAY sends the bank, so a paycheck the bank
      * was never told about - forged, or altered after it left
      * the building - does not clear. A header carrying the run
      * date and the transmission number, one 'D' detail per
      * check issued and per check voided since the last
      * transmission, and a trailer carrying the detail count
      * and amount totals the bank balances the file against.
      * Like BANK-XFER-REC.cpy this copybook owns its own 01
      * levels, since the typed views are REDEFINES siblings;
      * COPY it into WORKING-STORAGE and move records through the
      * FD buffer.
      *
      * Pos  1     PP-RECORD-TYPE     X      H=header D=detail
      *                                      T=trailer
      * Header:
      * Pos  2- 9  PP-HDR-RUN-DATE    9(8)   Transmission date
      * Pos 10-15  PP-HDR-TRANS-NUMBER 9(6)  POSPTREG sequence
      * Detail:
      * Pos  2- 7  PP-CHECK-NUMBER    9(6)   CHECKREG check number
      * Pos  8     PP-ENTRY-TYPE      X      I=issued V=voided
      * Pos  9-15  PP-AMOUNT          9(5)V99
      * Pos 16-23  PP-ISSUE-DATE      9(8)   YYYYMMDD printed
      * Pos 24-53  PP-PAYEE-NAME      X(30)
      * Trailer:
      * Pos  2- 7  PP-TRL-RECORD-COUNT 9(6)  Details written
      * Pos  8-18  PP-TRL-TOTAL-AMOUNT 9(9)V99 Sum of all amounts
      * Pos 19-24  PP-TRL-ISSUE-COUNT 9(6)   Issued details
      * Pos 25-35  PP-TRL-ISSUE-AMOUNT 9(9)V99
      * Pos 36-41  PP-TRL-VOID-COUNT  9(6)   Voided details
      * Pos 42-52  PP-TRL-VOID-AMOUNT 9(9)V99
       01 POSPAY-RECORD.
           05 PP-RECORD-TYPE             PIC X VALUE SPACE.
               88 PP-IS-HEADER                 VALUE 'H'.
               88 PP-IS-DETAIL                 VALUE 'D'.
               88 PP-IS-TRAILER                VALUE 'T'.
           05 PP-RECORD-BODY             PIC X(52) VALUE SPACES.
       01 POSPAY-HEADER REDEFINES POSPAY-RECORD.
           05 FILLER                     PIC X.
           05 PP-HDR-RUN-DATE            PIC 9(8).
           05 PP-HDR-TRANS-NUMBER        PIC 9(6).
           05 FILLER                     PIC X(38).
       01 POSPAY-DETAIL REDEFINES POSPAY-RECORD.
           05 FILLER                     PIC X.
           05 PP-CHECK-NUMBER            PIC 9(6).
           05 PP-ENTRY-TYPE              PIC X.
               88 PP-ENTRY-IS-ISSUE            VALUE 'I'.
               88 PP-ENTRY-IS-VOID             VALUE 'V'.
           05 PP-AMOUNT                  PIC 9(5)V99.
           05 PP-ISSUE-DATE              PIC 9(8).
           05 PP-PAYEE-NAME              PIC X(30).
       01 POSPAY-TRAILER REDEFINES POSPAY-RECORD.
           05 FILLER                     PIC X.
           05 PP-TRL-RECORD-COUNT        PIC 9(6).
           05 PP-TRL-TOTAL-AMOUNT        PIC 9(9)V99.
           05 PP-TRL-ISSUE-COUNT         PIC 9(6).
           05 PP-TRL-ISSUE-AMOUNT        PIC 9(9)V99.
           05 PP-TRL-VOID-COUNT          PIC 9(6).
           05 PP-TRL-VOID-AMOUNT         PIC 9(9)V99.
           05 FILLER                     PIC X.
