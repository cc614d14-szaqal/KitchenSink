      * DD-RETURN-REC - record layouts for the DDRETURN returns
      * and notification-of-change file the bank sends back
      * against a BANKXFER transfer file: a header naming the
      * file date and the run date of the transfer file it
      * answers, one 'D' detail per item - a return (the money
      * did not land: closed account, no such account, and the
      * like) or a notification of change (the money landed, but
      * the routing or account number on file needs correcting) -
      * echoing the employee number and details we sent, and a
      * trailer carrying the detail count and returned amount
      * the file is proven against. Like BANK-XFER-REC.cpy this
      * copybook owns its own 01 levels, since the typed views
      * are REDEFINES siblings; COPY it into WORKING-STORAGE and
      * move records through the FD buffer.
      *
      * Pos  1     RT-RECORD-TYPE     X     H=header D=detail
      *                                     T=trailer
      * Header:
      * Pos  2- 9  RT-HDR-FILE-DATE   9(8)  YYYYMMDD bank sent it
      * Pos 10-17  RT-HDR-XFER-DATE   9(8)  BX-HDR-RUN-DATE of the
      *                                     transfer file answered
      * Detail:
      * Pos  2- 7  RT-EMPLOYEE-NUMBER 9(6)  As sent on BANKXFER
      * Pos  8-16  RT-ROUTING         9(9)  As sent
      * Pos 17-26  RT-ACCOUNT         X(10) As sent
      * Pos 27-35  RT-AMOUNT          9(7)V99 As sent; zero on a
      *                                     prenote
      * Pos 36     RT-ITEM-TYPE       X     R=return C=change
      *                                     notice
      * Pos 37-39  RT-REASON-CODE     X(3)  Bank return (Rnn) or
      *                                     change (Cnn) code
      * Pos 40-48  RT-CORRECTED-ROUTING 9(9) Change notice C02/C03
      * Pos 49-58  RT-CORRECTED-ACCOUNT X(10) Change notice
      *                                     C01/C03
      * Trailer:
      * Pos  2- 7  RT-TRL-RECORD-COUNT 9(6) Details in the file
      * Pos  8-18  RT-TRL-TOTAL-AMOUNT 9(9)V99 Sum of amounts
       01 RETURN-RECORD.
           05 RT-RECORD-TYPE             PIC X VALUE SPACE.
               88 RT-IS-HEADER                 VALUE 'H'.
               88 RT-IS-DETAIL                 VALUE 'D'.
               88 RT-IS-TRAILER                VALUE 'T'.
           05 RT-RECORD-BODY             PIC X(57) VALUE SPACES.
       01 RETURN-HEADER REDEFINES RETURN-RECORD.
           05 FILLER                     PIC X.
           05 RT-HDR-FILE-DATE           PIC 9(8).
           05 RT-HDR-XFER-DATE           PIC 9(8).
           05 FILLER                     PIC X(41).
       01 RETURN-DETAIL REDEFINES RETURN-RECORD.
           05 FILLER                     PIC X.
           05 RT-EMPLOYEE-NUMBER         PIC 9(6).
           05 RT-ROUTING                 PIC 9(9).
           05 RT-ACCOUNT                 PIC X(10).
           05 RT-AMOUNT                  PIC 9(7)V99.
           05 RT-ITEM-TYPE               PIC X.
               88 RT-ITEM-IS-RETURN            VALUE 'R'.
               88 RT-ITEM-IS-CHANGE            VALUE 'C'.
           05 RT-REASON-CODE             PIC X(3).
      * Returns that say the details themselves are bad: the
      * account is closed, missing, invalid, frozen or not one
      * a transfer may be made to.
               88 RT-REASON-BAD-DETAILS        VALUES "R02" "R03"
                                                      "R04" "R14"
                                                      "R15" "R16"
                                                      "R20".
               88 RT-CHANGE-ACCOUNT            VALUE "C01".
               88 RT-CHANGE-ROUTING            VALUE "C02".
               88 RT-CHANGE-BOTH               VALUE "C03".
           05 RT-CORRECTED-ROUTING       PIC 9(9).
           05 RT-CORRECTED-ACCOUNT       PIC X(10).
       01 RETURN-TRAILER REDEFINES RETURN-RECORD.
           05 FILLER                     PIC X.
           05 RT-TRL-RECORD-COUNT        PIC 9(6).
           05 RT-TRL-TOTAL-AMOUNT        PIC 9(9)V99.
           05 FILLER                     PIC X(40).
