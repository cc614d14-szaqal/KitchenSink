      * FX-RATE-REC - shared record layout for the FXRATE dated
      * exchange-rate master: what one unit of each foreign
      * currency is worth in home currency (USD, the currency
      * CURRRND's legacy feed assumes) from a given date on. A
      * rate stands until a later-dated rate for the same
      * currency replaces it, so the rate for any day is the
      * latest one dated on or before it - yesterday's rate is
      * still on file for the revaluation. FXRTMNT maintains it;
      * the CALLed CURRCNVW service converts from it.
      *
      * Pos  1- 3  FX-CURRENCY-CODE   X(3)      CURRTAB currency
      * Pos  4-11  FX-RATE-DATE       9(8)      YYYYMMDD effective
      * Pos 12-21  FX-HOME-RATE       9(4)V9(6) Home units per one
      *                                         unit, 0006712 =
      *                                         0.006712
           05 FX-CURRENCY-CODE           PIC X(3) VALUE SPACES.
           05 FX-RATE-DATE               PIC 9(8) VALUE 0.
           05 FX-HOME-RATE               PIC 9(4)V9(6) VALUE 0.
