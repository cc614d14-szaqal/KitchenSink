      * Pos  7-13  LV-ACCRUED-HOURS   S9(4)V99 Lifetime accrued
      * Pos 14-20  LV-TAKEN-HOURS     S9(4)V99 Lifetime taken
      * Pos 21-27  LV-BALANCE-HOURS   S9(4)V99 Accrued less taken
      * The first three figures are the vacation bucket - the one
      * balance the master always carried, and the one FINALPAY
      * cashes out. Sick leave keeps its own bucket, added at the
      * end per the EX-SEVERITY convention; a record written
      * before the split reads its sick figures as non-numeric,
      * which every program takes as zero.
      * Pos 28-34  LV-SICK-ACCRUED    S9(4)V99 Lifetime accrued
      * Pos 35-41  LV-SICK-TAKEN      S9(4)V99 Lifetime taken
      * Pos 42-48  LV-SICK-BALANCE    S9(4)V99 Accrued less taken
      * Pos 49-55  LV-VACATION-FORFEITED
      *                               S9(4)V99 Lifetime vacation
      *                                        forfeited over the
      *                                        carryover cap at
      *                                        year end
      * Pos 56-59  LV-LEAVE-YEAR      9(4)     Year the balances
      *                                        belong to; LEAVYEND
      *                                        steps it on at year
      *                                        end, zero before
      * Vacation balance is accrued less taken less forfeited;
      * sick leave is never capped, so never forfeited.
           05 LV-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 LV-ACCRUED-HOURS           PIC S9(4)V99 VALUE 0.
           05 LV-TAKEN-HOURS             PIC S9(4)V99 VALUE 0.
           05 LV-BALANCE-HOURS           PIC S9(4)V99 VALUE 0.
           05 LV-SICK-ACCRUED            PIC S9(4)V99 VALUE 0.
           05 LV-SICK-TAKEN              PIC S9(4)V99 VALUE 0.
           05 LV-SICK-BALANCE            PIC S9(4)V99 VALUE 0.
           05 LV-VACATION-FORFEITED      PIC S9(4)V99 VALUE 0.
           05 LV-LEAVE-YEAR              PIC 9(4) VALUE 0.
