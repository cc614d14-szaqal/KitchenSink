      * YTD-QSNAP-REC - fixed-format record layout for the
      * YTDQSNAP quarter-end snapshot of the YTDMAST year-to-date
      * earnings master, appended by QTRWAGE at every quarter-end
      * run: one record per YTDMAST employee carrying the year's
      * figures as they stood, frozen under the year and quarter
      * they close. Append log, EXCPLOG-style - history is never
      * rewritten. The next quarter's run proves its PAYHIST
      * totals against YTDMAST less this snapshot, the ACCTSNAP
      * roll-forward for pay. A rerun of a quarter appends again;
      * the latest snapshot date for a quarter is the one used.
      *
      * Pos  1- 4  YQ-YEAR            9(4)     Year the figures are
      *                                        for
      * Pos  5     YQ-QUARTER         9        Quarter they close
      * Pos  6-13  YQ-SNAP-DATE       9(8)     YYYYMMDD of the run
      * Pos 14-19  YQ-EMPLOYEE-NUMBER 9(6)     YTDMAST key
      * Pos 20-22  YQ-PERIODS-PAID    9(3)     YT-PERIODS-PAID
      * Pos 23-32  YQ-GROSS           S9(7)V99 YT-GROSS, sign
      *                                        leading separate
      * Pos 33-42  YQ-DEDUCTIONS      S9(7)V99 YT-DEDUCTIONS, sign
      *                                        leading separate
      * Pos 43-52  YQ-NET             S9(7)V99 YT-NET, sign leading
      *                                        separate
      * Pos 53-62  YQ-TAX             S9(7)V99 YT-TAX, sign leading
      *                                        separate
           05 YQ-YEAR                    PIC 9(4) VALUE 0.
           05 YQ-QUARTER                 PIC 9 VALUE 0.
           05 YQ-SNAP-DATE               PIC 9(8) VALUE 0.
           05 YQ-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 YQ-PERIODS-PAID            PIC 9(3) VALUE 0.
           05 YQ-GROSS                   PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05 YQ-DEDUCTIONS              PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05 YQ-NET                     PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05 YQ-TAX                     PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
