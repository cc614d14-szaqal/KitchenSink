      * REMIT-HIST-REC - fixed-format record layout for the
      * REMITHST remittance history REMITRUN appends one record to
      * for every payee it remits a pay period's withholdings to.
      * Append log, PAYHIST-style - history is never rewritten.
      * A payee already on it for a period is not remitted that
      * period again, so a rerun after a failure, or after a
      * missing REMITPAY mapping is keyed, pays only what is
      * still owed.
      *
      * Pos  1- 8  RW-PERIOD-END      9(8)     PAYPCTL period
      *                                        remitted
      * Pos  9-14  RW-PAYEE-NUMBER    9(6)     REMITPAY payee
      * Pos 15     RW-REMIT-METHOD    X        C=check
      *                                        E=transfer
      * Pos 16-24  RW-AMOUNT          9(7)V99  Withholdings remitted
      * Pos 25-30  RW-CHECK-NUMBER    9(6)     CHECKREG check; zero
      *                                        on a transfer
      * Pos 31-38  RW-REMIT-DATE      9(8)     YYYYMMDD remitted
      * Pos 39-46  RW-DUE-DATE        9(8)     YYYYMMDD due by the
      *                                        payee's due rule
      * Pos 47-51  RW-ITEM-COUNT      9(5)     Employee withholdings
      *                                        in the remittance
      * Pos 52-59  RW-OPERATOR-ID     X(8)     Operator who ran it
           05 RW-PERIOD-END              PIC 9(8) VALUE 0.
           05 RW-PAYEE-NUMBER            PIC 9(6) VALUE 0.
           05 RW-REMIT-METHOD            PIC X VALUE 'C'.
               88 RW-REMITTED-BY-CHECK         VALUE 'C'.
               88 RW-REMITTED-BY-TRANSFER      VALUE 'E'.
           05 RW-AMOUNT                  PIC 9(7)V99 VALUE 0.
           05 RW-CHECK-NUMBER            PIC 9(6) VALUE 0.
           05 RW-REMIT-DATE              PIC 9(8) VALUE 0.
           05 RW-DUE-DATE                PIC 9(8) VALUE 0.
           05 RW-ITEM-COUNT              PIC 9(5) VALUE 0.
           05 RW-OPERATOR-ID             PIC X(8) VALUE SPACES.
