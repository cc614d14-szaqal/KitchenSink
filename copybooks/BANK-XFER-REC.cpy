      * Pos 17-26  BX-DTL-ACCOUNT     X(10)
      * Pos 27-35  BX-DTL-AMOUNT      9(7)V99  Zero on a prenote
      * Pos 36     BX-DTL-ENTRY-TYPE  X     N=net pay P=prenote
      *                                     R=deduction remittance
      *                                     on REMITXFR, the
      *                                     employee number field
      *                                     then carrying the
      *                                     REMITPAY payee number
      * Trailer:
      * Pos  2- 7  BX-TRL-RECORD-COUNT 9(6) Details written
      * Pos  8-18  BX-TRL-TOTAL-AMOUNT 9(9)V99 Sum of amounts
